      ******************************************************************
      * Operator master OPERADORES.DAT, one record per operator
      * allowed to submit transactions to the maintenance programs
      * (ALUNOSMANUT, ESTACOESMANUT, PRECOSMANUT, NOTIFRECON,
      * OBRASMANUT, JANELASMANUT, CORRIGEHIST, LIBERAQUAR) and
      * requests to ALUNOSLGPD. Only an operator with OPER-SITUACAO
      * "A" holding the program's function code in one of the
      * OPER-FUNCAO slots is accepted:
      *   ALUN  student maintenance          (ALUNOSMANUT)
      *   LIMT  station/pollutant limits     (ESTACOESMANUT)
      *   PREC  price changes                (PRECOSMANUT)
      *   RECN  acknowledging an alert       (NOTIFRECON "R")
      *   FECH  closing an alert             (NOTIFRECON "F")
      *   ANON  anonymizing a student        (ALUNOSLGPD ANONPEDIDO)
      *   OBRA  job master maintenance       (OBRASMANUT)
      *   JANM  station maintenance windows  (JANELASMANUT)
      *   CORR  correcting stored readings   (CORRIGEHIST)
      *   QUAR  quarantined reading review   (LIBERAQUAR)
      * Unused slots are left as spaces.
      ******************************************************************
       01  OPER-REG.
           05 OPER-ID                  PIC X(08).
           05 OPER-NOME                PIC X(30).
           05 OPER-SITUACAO            PIC X(01).
               88 OPER-ATIVO               VALUE "A".
               88 OPER-INATIVO             VALUE "I".
           05 OPER-FUNCOES.
               10 OPER-FUNCAO          PIC X(04) OCCURS 8 TIMES.
