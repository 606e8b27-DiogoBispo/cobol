      *              as NAO CADASTRADA and left out of the media
      *              geral instead of being silently averaged with
      *              equal weights.
      * 15_10_26 DB  ATUALIZA-NOTAS is now audited. Every
      *              ATUALIZACOES.DAT record carries the operator and
      *              a reason code, and every grade change applied to
      *              ALUNOS.DAT is appended to the permanent change
      *              log NOTASLOG.DAT with a sequence number, the
      *              timestamp and the grades before and after. A
      *              record carrying the sequence number of a logged
      *              change in ATUAL-ESTORNO-SEQ reverses that change
      *              (the grades go back to the logged before values,
      *              provided they were not changed again since) and
      *              is logged itself. Unknown or trancado students,
      *              missing operator, unknown reason code and
      *              unreversible changes are rejected to
      *              NOTASREJ.DAT instead of only being noted on the
      *              console.
      * 15_10_26 DB  Attendance. FREQUENCIA.DAT carries, per student
      *              and discipline, the classes given and attended in
      *              the term. BOLETIM.DAT shows the attendance
      *              percentage of each discipline, and a student
      *              below the minimum (PARAMOPER FREQMINIMA, default
      *              75%) in any discipline gets REP FALTA as the term
      *              result in RESULT.DAT, ROSTER.DAT and HISTMEDIA.DAT
      *              whatever the average. Students below the minimum
      *              or less than FREQMARGEM points (default 5) above
      *              it are listed for the coordinators in
      *              FREQALERTA.DAT.
      * 15_10_26 DB  DISCIPLINAS.DAT and ATUALIZACOES.DAT now arrive
      *              wrapped in a header (business date, batch
      *              sequence) and a trailer (record count, hash of
      *              the four grades), layout in CTRLARQ. Both are
      *              checked in full before ALUNOS.DAT is touched; a
      *              wrong date, a repeated or skipped sequence or
      *              totals that disagree refuse the run with RC 16
      *              and the reason in AUDIT-PARAMETROS. The last
      *              accepted sequences are kept in CTRLENTRADA.DAT
      *              on successful end.
      * 15_10_26 DB  An ATUALIZACOES.DAT record whose reason and
      *              reversal sequence disagree (ES without a
      *              sequence, or a sequence under another reason) is
      *              rejected to NOTASREJ.DAT instead of being logged
      *              with a reason that misdescribes it. The audit
      *              record's rejected total now carries the number of
      *              ATUALIZACOES.DAT records rejected.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEDIA.
           SELECT DISC-ORDENADO-FILE ASSIGN TO "DISCORDEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-DISC-WORK-FILE ASSIGN TO "SORTDISC.DAT".
           SELECT FREQUENCIA-FILE ASSIGN TO "FREQUENCIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREQUENCIA-STATUS.
           SELECT FREQALERTA-FILE ASSIGN TO "FREQALERTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREQALERTA-STATUS.
           SELECT PARAMOPER-FILE ASSIGN TO "PARAMOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMOPER-STATUS.
           SELECT BOLETIM-FILE ASSIGN TO "BOLETIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOLETIM-STATUS.
           SELECT NOTASLOG-FILE ASSIGN TO "NOTASLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTASLOG-STATUS.
           SELECT NOTASREJ-FILE ASSIGN TO "NOTASREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTASREJ-STATUS.
           SELECT CTRLENTRADA-FILE ASSIGN TO "CTRLENTRADA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRLENT-STATUS.

       DATA DIVISION.

           05 ATUAL-NOTA2        PIC 9(3)V99.
           05 ATUAL-NOTA3        PIC 9(3)V99.
           05 ATUAL-NOTA4        PIC 9(3)V99.
           05 ATUAL-OPERADOR     PIC X(08).
      * DG = erro de digitacao, RV = revisao de prova,
      * RC = recurso/contestacao, SC = segunda chamada,
      * ES = estorno de mudanca anterior
           05 ATUAL-MOTIVO       PIC X(02).
               88 MOTIVO-VALIDO      VALUES "DG" "RV" "RC" "SC" "ES".
           05 ATUAL-ESTORNO-SEQ  PIC 9(07).
       01  ATUAL-REG-CTRL.
           05 ATUAL-CTRL-TIPO    PIC X(03).
               88 ATUAL-REG-HEADER   VALUE "HDR".
               88 ATUAL-REG-TRAILER  VALUE "TRL".
           05 FILLER             PIC X(39).

       FD  RESULT-FILE.
       01  RESULT-REG.
           05 RESULT-MEDIA        PIC 9(3)V99.
           05 RESULT-ALUNO-ID     PIC X(05).
           05 RESULT-SITUACAO     PIC X(09).

       FD  SORTED-FILE.
       01  SORTED-REG.
           05 SORTED-MEDIA        PIC 9(3)V99.
           05 SORTED-ALUNO-ID     PIC X(05).
           05 SORTED-SITUACAO     PIC X(09).

       SD  SORT-WORK-FILE.
       01  SORT-REG.
           05 SORT-MEDIA          PIC 9(3)V99.
           05 SORT-ALUNO-ID       PIC X(05).
           05 SORT-SITUACAO       PIC X(09).

       FD  ROSTER-FILE.
       01  LINHA-ROSTER           PIC X(80).
           05 DISCORDEM-NOTA2    PIC 9(3)V99.
           05 DISCORDEM-NOTA3    PIC 9(3)V99.
           05 DISCORDEM-NOTA4    PIC 9(3)V99.
       01  DISCORDEM-REG-CTRL.
           05 DISCORDEM-CTRL-TIPO PIC X(03).
               88 DISCORDEM-CONTROLE VALUES "HDR" "TRL".
           05 FILLER             PIC X(26).

       SD  SORT-DISC-WORK-FILE.
       01  SORT-DISC-REG.
       FD  BOLETIM-FILE.
       01  LINHA-BOLETIM          PIC X(80).

       FD  NOTASLOG-FILE.
       01  NOTASLOG-REG.
           05 NLOG-SEQ              PIC 9(07).
           05 NLOG-TIMESTAMP        PIC 9(14).
           05 NLOG-ALUNO-ID         PIC X(05).
           05 NLOG-OPERADOR         PIC X(08).
           05 NLOG-MOTIVO           PIC X(02).
           05 NLOG-TIPO             PIC X(01).
               88 NLOG-ALTERACAO        VALUE "A".
               88 NLOG-ESTORNO          VALUE "E".
           05 NLOG-SEQ-ESTORNADA    PIC 9(07).
           05 NLOG-NOTAS-ANTES.
               10 NLOG-ANTES-NOTA1  PIC 9(3)V99.
               10 NLOG-ANTES-NOTA2  PIC 9(3)V99.
               10 NLOG-ANTES-NOTA3  PIC 9(3)V99.
               10 NLOG-ANTES-NOTA4  PIC 9(3)V99.
           05 NLOG-NOTAS-DEPOIS.
               10 NLOG-DEPOIS-NOTA1 PIC 9(3)V99.
               10 NLOG-DEPOIS-NOTA2 PIC 9(3)V99.
               10 NLOG-DEPOIS-NOTA3 PIC 9(3)V99.
               10 NLOG-DEPOIS-NOTA4 PIC 9(3)V99.

       FD  NOTASREJ-FILE.
       01  LINHA-NOTASREJ         PIC X(100).

       FD  FREQUENCIA-FILE.
       01  FREQUENCIA-REG.
           05 FREQ-ALUNO-ID         PIC X(05).
           05 FREQ-CODIGO           PIC X(04).
           05 FREQ-AULAS-DADAS      PIC 9(03).
           05 FREQ-AULAS-ASSISTIDAS PIC 9(03).

       FD  FREQALERTA-FILE.
       01  LINHA-FREQALERTA       PIC X(80).

       FD  PARAMOPER-FILE.
       01  PARAMOPER-REG.
           05 PARAM-NOME            PIC X(12).
           05 PARAM-VALOR           PIC 9(05).

       FD  CTRLENTRADA-FILE.
           COPY CTRLENTREG.

       WORKING-STORAGE SECTION.
       01 MEDIA    PIC ZZ9,99.
       01 NOTA1    PIC 9(3)V99.
       01 WS-AUDIT-STATUS       PIC X(02).
       01 WS-HORA-EXECUCAO      PIC 9(08).
       01 WS-COD-RETORNO        PIC X(02)       VALUE "00".
       01 WS-EOF-DISCIPLINAS    PIC X           VALUE 'N'.
           88 FIM-DISCIPLINAS                   VALUE 'S'.
       01 WS-CTRLENT-STATUS     PIC X(02).
       01 WS-EOF-CTRLENT        PIC X           VALUE 'N'.
           88 FIM-CTRLENT                       VALUE 'S'.
       01 WS-QTD-CTRLENT        PIC 9(03)       VALUE 0.
       01 WS-CTRLENT-ACHADO     PIC X           VALUE 'N'.
           88 CTRLENT-ACHADO                    VALUE 'S'.
       01 WS-CTL-ARQUIVO        PIC X(16).
       01 WS-CTL-QTD-DETALHES   PIC 9(07)       VALUE 0.
       01 WS-CTL-HASH           PIC S9(13)V9(02) VALUE 0.
       01 WS-CTL-SEQUENCIA      PIC 9(05)       VALUE 0.
       01 WS-CTL-MOTIVO         PIC X(13)       VALUE SPACES.
       01 WS-CTL-AUDITORIA      PIC X(30)       VALUE SPACES.
       01 WS-CTL-HEADER-LIDO    PIC X           VALUE 'N'.
           88 CTL-HEADER-LIDO                   VALUE 'S'.
       01 WS-CTL-TRAILER-LIDO   PIC X           VALUE 'N'.
           88 CTL-TRAILER-LIDO                  VALUE 'S'.
       01 WS-CTL-DETALHE        PIC X           VALUE 'N'.
           88 CTL-DETALHE                       VALUE 'S'.
           COPY CTRLARQ.
       01 TAB-CONTROLE-ENTRADA.
           05 TAB-CTE OCCURS 20 TIMES
                       INDEXED BY WS-CTIDX.
               10 TAB-CTE-ARQUIVO       PIC X(16).
               10 TAB-CTE-ULT-SEQ       PIC 9(05).
               10 TAB-CTE-DATA          PIC 9(08).
               10 TAB-CTE-NOVA-SEQ      PIC 9(05).
               10 TAB-CTE-PENDENTE      PIC X(01).
       01 WS-EOF-AUDIT          PIC X           VALUE 'N'.
           88 FIM-AUDIT                         VALUE 'S'.
       01 WS-JA-EXECUTADO       PIC X           VALUE 'N'.
       01 WS-BOL-SOMA-MEDIAS    PIC 9(05)V99    VALUE 0.
       01 WS-BOL-MEDIA-GERAL    PIC 9(3)V99.
       01 WS-QTD-DISC-DESCONH   PIC 9(05)       VALUE 0.
       01 WS-NOTASLOG-STATUS    PIC X(02).
       01 WS-NOTASREJ-STATUS    PIC X(02).
       01 WS-EOF-NOTASLOG       PIC X           VALUE 'N'.
           88 FIM-NOTASLOG                      VALUE 'S'.
       01 WS-TIMESTAMP-ATUAL    PIC 9(14).
       01 WS-ULT-SEQ-LOG        PIC 9(07)       VALUE 0.
       01 WS-QTD-ESTORNOS       PIC 9(05)       VALUE 0.
       01 WS-QTD-ATUAL-REJ      PIC 9(05)       VALUE 0.
       01 WS-QTD-PEDIDOS-EST    PIC 9(03)       VALUE 0.
       01 WS-MOTIVO-REJEICAO    PIC X(40).
       01 WS-FREQUENCIA-STATUS  PIC X(02).
       01 WS-FREQALERTA-STATUS  PIC X(02).
       01 WS-PARAMOPER-STATUS   PIC X(02).
       01 WS-EOF-FREQUENCIA     PIC X           VALUE 'N'.
           88 FIM-FREQUENCIA                    VALUE 'S'.
       01 WS-EOF-PARAMOPER      PIC X           VALUE 'N'.
           88 FIM-PARAMOPER                     VALUE 'S'.
       01 WS-FREQ-MINIMA        PIC 9(03)       VALUE 75.
       01 WS-FREQ-MARGEM        PIC 9(03)       VALUE 5.
       01 WS-FREQ-LIMITE-ALERTA PIC 9(03).
       01 WS-QTD-FREQ           PIC 9(03)       VALUE 0.
       01 WS-SUB-FREQ           PIC 9(03)       VALUE 0.
       01 WS-QTD-REP-FALTA      PIC 9(05)       VALUE 0.
       01 WS-QTD-FREQ-ALERTA    PIC 9(05)       VALUE 0.
       01 WS-REPROV-FALTA       PIC X           VALUE 'N'.
           88 REPROVADO-POR-FALTA               VALUE 'S'.
       01 WS-NOTAS-ANTES.
           05 WS-ANTES-NOTA1     PIC 9(3)V99.
           05 WS-ANTES-NOTA2     PIC 9(3)V99.
           05 WS-ANTES-NOTA3     PIC 9(3)V99.
           05 WS-ANTES-NOTA4     PIC 9(3)V99.

       01 TAB-PEDIDOS-ESTORNO.
           05 TAB-EST OCCURS 100 TIMES
                       INDEXED BY WS-ETIDX.
               10 TAB-EST-SEQ            PIC 9(07).
               10 TAB-EST-ACHADA         PIC X(01).
               10 TAB-EST-ESTORNADA      PIC X(01).
               10 TAB-EST-ALUNO-ID       PIC X(05).
               10 TAB-EST-ANTES.
                   15 TAB-EST-ANTES-NOTA1    PIC 9(3)V99.
                   15 TAB-EST-ANTES-NOTA2    PIC 9(3)V99.
                   15 TAB-EST-ANTES-NOTA3    PIC 9(3)V99.
                   15 TAB-EST-ANTES-NOTA4    PIC 9(3)V99.
               10 TAB-EST-DEPOIS.
                   15 TAB-EST-DEPOIS-NOTA1   PIC 9(3)V99.
                   15 TAB-EST-DEPOIS-NOTA2   PIC 9(3)V99.
                   15 TAB-EST-DEPOIS-NOTA3   PIC 9(3)V99.
                   15 TAB-EST-DEPOIS-NOTA4   PIC 9(3)V99.

       01 WS-LINHA-NOTASREJ-DET.
           05 FILLER               PIC X(10) VALUE "ALUNO-ID: ".
           05 WS-NREJ-ALUNO-ID     PIC X(05).
           05 FILLER               PIC X(06) VALUE " OPER:".
           05 WS-NREJ-OPERADOR     PIC X(08).
           05 FILLER               PIC X(05) VALUE " COD:".
           05 WS-NREJ-COD-MOTIVO   PIC X(02).
           05 FILLER               PIC X(09) VALUE " ESTORNO:".
           05 WS-NREJ-ESTORNO      PIC X(07).
           05 FILLER               PIC X(09) VALUE " MOTIVO: ".
           05 WS-NREJ-MOTIVO       PIC X(39).

      * Attendance of the term per student and discipline, from
      * FREQUENCIA.DAT; the percentage is worked out at load time.
       01 TAB-FREQUENCIA.
           05 TAB-FRQ OCCURS 500 TIMES
                       INDEXED BY WS-FQIDX.
               10 TAB-FRQ-ALUNO-ID       PIC X(05).
               10 TAB-FRQ-CODIGO         PIC X(04).
               10 TAB-FRQ-DADAS          PIC 9(03).
               10 TAB-FRQ-ASSISTIDAS     PIC 9(03).
               10 TAB-FRQ-PCT            PIC 9(3)V99.

       01 TAB-DISCMEST.
           05 TAB-DM OCCURS 50 TIMES
           05 WS-BOL-DISC-MEDIA    PIC ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-BOL-DISC-RESULT   PIC X(09).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(06) VALUE "FREQ: ".
           05 WS-BOL-DISC-FREQ     PIC X(07).
           05 FILLER               PIC X(05) VALUE SPACES.

       01 WS-BOL-FREQ-ED.
           05 WS-BOL-FREQ-PCT      PIC ZZ9,99.
           05 FILLER               PIC X(01) VALUE "%".

       01 WS-LINHA-BOLETIM-DESCONH.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(08) VALUE "MEDIA: ".
           05 WS-ROS-MEDIA         PIC ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "SITUACAO: ".
           05 WS-ROS-SITUACAO      PIC X(09).
           05 FILLER               PIC X(22) VALUE SPACES.

       01 WS-CABECALHO-FREQALERTA.
           05 FILLER               PIC X(34)
              VALUE "ALUNOS COM FREQUENCIA NO LIMITE - ".
           05 FILLER               PIC X(08) VALUE "MINIMO: ".
           05 WS-FAL-CAB-MINIMA    PIC ZZ9.
           05 FILLER               PIC X(11) VALUE "%  MARGEM: ".
           05 WS-FAL-CAB-MARGEM    PIC ZZ9.
           05 FILLER               PIC X(21) VALUE SPACES.

       01 WS-LINHA-FREQALERTA-DET.
           05 FILLER               PIC X(07) VALUE "ALUNO: ".
           05 WS-FAL-ALUNO-ID      PIC X(05).
           05 FILLER               PIC X(07) VALUE " DISC: ".
           05 WS-FAL-CODIGO        PIC X(04).
           05 FILLER               PIC X(08) VALUE " AULAS: ".
           05 WS-FAL-ASSISTIDAS    PIC ZZ9.
           05 FILLER               PIC X(01) VALUE "/".
           05 WS-FAL-DADAS         PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-FAL-PCT           PIC ZZ9,99.
           05 FILLER               PIC X(02) VALUE "% ".
           05 WS-FAL-SITUACAO      PIC X(17).
           05 FILLER               PIC X(16) VALUE SPACES.

       01 WS-LINHA-ROSTER-STATS.
           05 FILLER               PIC X(14) VALUE "MEDIA TURMA: ".
       INICIALIZACAO.
           ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-EXECUCAO FROM TIME
           STRING WS-DATA-EXECUCAO WS-HORA-EXECUCAO(1:6)
               DELIMITED BY SIZE INTO WS-TIMESTAMP-ATUAL
           PERFORM VERIFICA-EXECUCAO-DIA
           IF JA-EXECUTADO
               DISPLAY "MEDIA JA EXECUTADO COM SUCESSO EM "
               MOVE "08" TO WS-COD-RETORNO
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CARREGA-CONTROLE-ENTRADA
               PERFORM VERIFICA-CONTROLE-DISCIPLINAS
               IF WS-COD-RETORNO = "00"
                   PERFORM VERIFICA-CONTROLE-ATUALIZACOES
               END-IF
               IF WS-COD-RETORNO = "00"
                   PERFORM ABRE-ARQUIVOS
               END-IF
           END-IF.

       VERIFICA-EXECUCAO-DIA.
           END-IF
           PERFORM LER-AUDIT-GUARDA.

      * DISCIPLINAS.DAT and ATUALIZACOES.DAT are read once in full,
      * before ALUNOS.DAT is opened, to check their header and
      * trailer. Either file may be absent, as before.
       VERIFICA-CONTROLE-DISCIPLINAS.
           MOVE "DISCIPLINAS.DAT" TO WS-CTL-ARQUIVO
           PERFORM INICIA-CONFERENCIA
           OPEN INPUT DISCIPLINAS-FILE
           IF WS-DISC-STATUS = "00"
               PERFORM LER-CONTROLE-DISCIPLINAS
               PERFORM CONFERE-DISCIPLINA UNTIL FIM-DISCIPLINAS
               CLOSE DISCIPLINAS-FILE
               PERFORM ENCERRA-CONFERENCIA
           END-IF.

       LER-CONTROLE-DISCIPLINAS.
           READ DISCIPLINAS-FILE
               AT END
                   MOVE 'S' TO WS-EOF-DISCIPLINAS
           END-READ.

       CONFERE-DISCIPLINA.
           MOVE DISC-REG TO CONTROLE-ARQ-REG
           PERFORM CONFERE-REGISTRO-CONTROLE
           IF CTL-DETALHE
               IF DISC-NOTA1 IS NUMERIC AND DISC-NOTA2 IS NUMERIC
                       AND DISC-NOTA3 IS NUMERIC
                       AND DISC-NOTA4 IS NUMERIC
                   ADD DISC-NOTA1 DISC-NOTA2 DISC-NOTA3 DISC-NOTA4
                       TO WS-CTL-HASH
               END-IF
           END-IF
           PERFORM LER-CONTROLE-DISCIPLINAS.

       VERIFICA-CONTROLE-ATUALIZACOES.
           MOVE "ATUALIZACOES.DAT" TO WS-CTL-ARQUIVO
           PERFORM INICIA-CONFERENCIA
           OPEN INPUT ATUALIZACOES-FILE
           IF WS-ATUALIZACOES-STATUS = "00"
               PERFORM LER-ATUALIZACAO-REGISTRO
               PERFORM CONFERE-ATUALIZACAO UNTIL FIM-ATUALIZACOES
               CLOSE ATUALIZACOES-FILE
               MOVE 'N' TO WS-EOF-ATUALIZACOES
               PERFORM ENCERRA-CONFERENCIA
           END-IF.

       CONFERE-ATUALIZACAO.
           MOVE ATUAL-REG TO CONTROLE-ARQ-REG
           PERFORM CONFERE-REGISTRO-CONTROLE
           IF CTL-DETALHE
               IF ATUAL-NOTA1 IS NUMERIC AND ATUAL-NOTA2 IS NUMERIC
                       AND ATUAL-NOTA3 IS NUMERIC
                       AND ATUAL-NOTA4 IS NUMERIC
                   ADD ATUAL-NOTA1 ATUAL-NOTA2 ATUAL-NOTA3 ATUAL-NOTA4
                       TO WS-CTL-HASH
               END-IF
           END-IF
           PERFORM LER-ATUALIZACAO-REGISTRO.

       CARREGA-CONTROLE-ENTRADA.
           MOVE 0 TO WS-QTD-CTRLENT
           OPEN INPUT CTRLENTRADA-FILE
           IF WS-CTRLENT-STATUS = "00"
               PERFORM LER-CTRLENT
               PERFORM CARREGA-CTRLENT-TABELA UNTIL FIM-CTRLENT
               CLOSE CTRLENTRADA-FILE
           END-IF.

       LER-CTRLENT.
           READ CTRLENTRADA-FILE
               AT END
                   MOVE 'S' TO WS-EOF-CTRLENT
           END-READ.

       CARREGA-CTRLENT-TABELA.
           IF WS-QTD-CTRLENT < 20
               ADD 1 TO WS-QTD-CTRLENT
               MOVE CTRLENT-ARQUIVO TO TAB-CTE-ARQUIVO (WS-QTD-CTRLENT)
               MOVE CTRLENT-ULT-SEQ TO TAB-CTE-ULT-SEQ (WS-QTD-CTRLENT)
               MOVE CTRLENT-DATA TO TAB-CTE-DATA (WS-QTD-CTRLENT)
               MOVE 0 TO TAB-CTE-NOVA-SEQ (WS-QTD-CTRLENT)
               MOVE 'N' TO TAB-CTE-PENDENTE (WS-QTD-CTRLENT)
           END-IF
           PERFORM LER-CTRLENT.

       LOCALIZA-CTRLENT.
           MOVE 'N' TO WS-CTRLENT-ACHADO
           SET WS-CTIDX TO 1
           SEARCH TAB-CTE
               AT END
                   CONTINUE
               WHEN WS-CTIDX > WS-QTD-CTRLENT
                   CONTINUE
               WHEN TAB-CTE-ARQUIVO (WS-CTIDX) = WS-CTL-ARQUIVO
                   MOVE 'S' TO WS-CTRLENT-ACHADO
           END-SEARCH.

       INICIA-CONFERENCIA.
           MOVE SPACES TO WS-CTL-MOTIVO
           MOVE 0 TO WS-CTL-QTD-DETALHES
           MOVE 0 TO WS-CTL-HASH
           MOVE 0 TO WS-CTL-SEQUENCIA
           MOVE 'N' TO WS-CTL-HEADER-LIDO
           MOVE 'N' TO WS-CTL-TRAILER-LIDO.

      * Classifies the record in CONTROLE-ARQ-REG; CTL-DETALHE tells
      * the caller to add the detail's key amount to WS-CTL-HASH.
       CONFERE-REGISTRO-CONTROLE.
           MOVE 'N' TO WS-CTL-DETALHE
           EVALUATE TRUE
               WHEN WS-CTL-MOTIVO NOT = SPACES
                   CONTINUE
               WHEN CTL-TRAILER-LIDO
                   MOVE "APOS TRAILER" TO WS-CTL-MOTIVO
               WHEN CTRL-HEADER AND CTL-HEADER-LIDO
                   MOVE "HDR DUPLICADO" TO WS-CTL-MOTIVO
               WHEN CTRL-HEADER
                   MOVE 'S' TO WS-CTL-HEADER-LIDO
                   PERFORM CONFERE-HEADER
               WHEN NOT CTL-HEADER-LIDO
                   MOVE "SEM HEADER" TO WS-CTL-MOTIVO
               WHEN CTRL-TRAILER
                   MOVE 'S' TO WS-CTL-TRAILER-LIDO
                   PERFORM CONFERE-TRAILER
               WHEN OTHER
                   ADD 1 TO WS-CTL-QTD-DETALHES
                   MOVE 'S' TO WS-CTL-DETALHE
           END-EVALUATE.

       CONFERE-HEADER.
           PERFORM LOCALIZA-CTRLENT
           EVALUATE TRUE
               WHEN CTRL-DATA-NEGOCIO NOT NUMERIC
                       OR CTRL-SEQUENCIA NOT NUMERIC
                   MOVE "HDR INVALIDO" TO WS-CTL-MOTIVO
               WHEN CTRL-DATA-NEGOCIO NOT = WS-DATA-EXECUCAO
                   MOVE "DATA NEGOCIO" TO WS-CTL-MOTIVO
               WHEN NOT CTRLENT-ACHADO
                   MOVE CTRL-SEQUENCIA TO WS-CTL-SEQUENCIA
               WHEN CTRL-SEQUENCIA <= TAB-CTE-ULT-SEQ (WS-CTIDX)
                   MOVE "SEQ REPETIDA" TO WS-CTL-MOTIVO
               WHEN CTRL-SEQUENCIA > TAB-CTE-ULT-SEQ (WS-CTIDX) + 1
                   MOVE "SEQ SALTADA" TO WS-CTL-MOTIVO
               WHEN OTHER
                   MOVE CTRL-SEQUENCIA TO WS-CTL-SEQUENCIA
           END-EVALUATE.

       CONFERE-TRAILER.
           EVALUATE TRUE
               WHEN CTRL-QTD-REGISTROS NOT NUMERIC
                       OR CTRL-HASH-TOTAL NOT NUMERIC
                   MOVE "TRL INVALIDO" TO WS-CTL-MOTIVO
               WHEN CTRL-QTD-REGISTROS NOT = WS-CTL-QTD-DETALHES
                   MOVE "QTD DIVERGE" TO WS-CTL-MOTIVO
               WHEN CTRL-HASH-TOTAL NOT = WS-CTL-HASH
                   MOVE "HASH DIVERGE" TO WS-CTL-MOTIVO
           END-EVALUATE.

      * An accepted batch only has its sequence marked pending here;
      * CTRLENTRADA.DAT is rewritten at the end of a successful run,
      * so a failed or interrupted run can take the same batch again.
       ENCERRA-CONFERENCIA.
           IF WS-CTL-MOTIVO = SPACES
               IF NOT CTL-HEADER-LIDO
                   MOVE "SEM HEADER" TO WS-CTL-MOTIVO
               ELSE
                   IF NOT CTL-TRAILER-LIDO
                       MOVE "SEM TRAILER" TO WS-CTL-MOTIVO
                   END-IF
               END-IF
           END-IF
           IF WS-CTL-MOTIVO = SPACES
               PERFORM REGISTRA-SEQUENCIA-PENDENTE
               DISPLAY "MEDIA: " WS-CTL-ARQUIVO " LOTE "
                   WS-CTL-SEQUENCIA " CONFERIDO - "
                   WS-CTL-QTD-DETALHES " REGISTROS"
           ELSE
               DISPLAY "MEDIA: " WS-CTL-ARQUIVO
                   " RECUSADO NO CONTROLE - " WS-CTL-MOTIVO
               MOVE SPACES TO WS-CTL-AUDITORIA
               STRING WS-CTL-ARQUIVO DELIMITED BY SPACE
                   " " WS-CTL-MOTIVO DELIMITED BY SIZE
                   INTO WS-CTL-AUDITORIA
               MOVE "16" TO WS-COD-RETORNO
               MOVE 16 TO RETURN-CODE
           END-IF.

       REGISTRA-SEQUENCIA-PENDENTE.
           PERFORM LOCALIZA-CTRLENT
           IF NOT CTRLENT-ACHADO AND WS-QTD-CTRLENT < 20
               ADD 1 TO WS-QTD-CTRLENT
               SET WS-CTIDX TO WS-QTD-CTRLENT
               MOVE WS-CTL-ARQUIVO TO TAB-CTE-ARQUIVO (WS-CTIDX)
               MOVE 0 TO TAB-CTE-ULT-SEQ (WS-CTIDX)
               MOVE 0 TO TAB-CTE-DATA (WS-CTIDX)
               MOVE 'S' TO WS-CTRLENT-ACHADO
           END-IF
           IF CTRLENT-ACHADO
               MOVE WS-CTL-SEQUENCIA TO TAB-CTE-NOVA-SEQ (WS-CTIDX)
               MOVE 'S' TO TAB-CTE-PENDENTE (WS-CTIDX)
           END-IF.

       GRAVA-CONTROLE-ENTRADA.
           OPEN OUTPUT CTRLENTRADA-FILE
           SET WS-CTIDX TO 1
           PERFORM GRAVA-CTRLENT WS-QTD-CTRLENT TIMES
           CLOSE CTRLENTRADA-FILE.

       GRAVA-CTRLENT.
           IF TAB-CTE-PENDENTE (WS-CTIDX) = 'S'
               MOVE TAB-CTE-NOVA-SEQ (WS-CTIDX)
                   TO TAB-CTE-ULT-SEQ (WS-CTIDX)
               MOVE WS-DATA-EXECUCAO TO TAB-CTE-DATA (WS-CTIDX)
               MOVE 'N' TO TAB-CTE-PENDENTE (WS-CTIDX)
           END-IF
           MOVE TAB-CTE-ARQUIVO (WS-CTIDX) TO CTRLENT-ARQUIVO
           MOVE TAB-CTE-ULT-SEQ (WS-CTIDX) TO CTRLENT-ULT-SEQ
           MOVE TAB-CTE-DATA (WS-CTIDX) TO CTRLENT-DATA
           WRITE CTRLENT-REG
           SET WS-CTIDX UP BY 1.

       ABRE-ARQUIVOS.
           OPEN I-O STUDENT-FILE
           IF WS-STUDENT-STATUS NOT = "00"
               OPEN INPUT STUDENT-FILE
               OPEN OUTPUT RESULT-FILE
               PERFORM CARREGA-PESOS
               PERFORM CARREGA-PARAMETROS
               PERFORM CARREGA-FREQUENCIA
               COMPUTE WS-SOMA-PESOS = WS-PESO1 + WS-PESO2 + WS-PESO3
                   + WS-PESO4
               END-COMPUTE
           END-IF
           PERFORM LER-DISCMEST.

      * The header and trailer of DISCIPLINAS.DAT sort in among the
      * details and are passed over here.
       LER-DISCORDEM.
           PERFORM LER-DISCORDEM-REGISTRO
           PERFORM LER-DISCORDEM-REGISTRO
               UNTIL FIM-DISCORDEM OR NOT DISCORDEM-CONTROLE.

       LER-DISCORDEM-REGISTRO.
           READ DISC-ORDENADO-FILE
               AT END
                   MOVE 'S' TO WS-EOF-DISCORDEM
           END-READ.

      * ATUALIZACOES.DAT is read twice: a first pass collects the
      * sequence numbers of the logged changes to be reversed, so
      * NOTASLOG.DAT is scanned only once for them (and for its last
      * sequence number) before the log is opened for append.
       ATUALIZA-NOTAS.
           OPEN INPUT ATUALIZACOES-FILE
           IF WS-ATUALIZACOES-STATUS = "00"
               PERFORM LER-ATUALIZACAO
               PERFORM REGISTRA-PEDIDO-ESTORNO UNTIL FIM-ATUALIZACOES
               CLOSE ATUALIZACOES-FILE
               PERFORM CARREGA-LOG-NOTAS
               OPEN EXTEND NOTASLOG-FILE
               IF WS-NOTASLOG-STATUS = "35"
                   OPEN OUTPUT NOTASLOG-FILE
               END-IF
               OPEN OUTPUT NOTASREJ-FILE
               MOVE 'N' TO WS-EOF-ATUALIZACOES
               OPEN INPUT ATUALIZACOES-FILE
               PERFORM LER-ATUALIZACAO
               PERFORM APLICA-ATUALIZACAO UNTIL FIM-ATUALIZACOES
               CLOSE ATUALIZACOES-FILE
               CLOSE NOTASLOG-FILE
               CLOSE NOTASREJ-FILE
           END-IF.

      * Passes over the header and stops at the trailer, so the
      * callers see only the detail records.
       LER-ATUALIZACAO.
           PERFORM LER-ATUALIZACAO-REGISTRO
           IF NOT FIM-ATUALIZACOES AND ATUAL-REG-HEADER
               PERFORM LER-ATUALIZACAO-REGISTRO
           END-IF
           IF NOT FIM-ATUALIZACOES AND ATUAL-REG-TRAILER
               MOVE 'S' TO WS-EOF-ATUALIZACOES
           END-IF.

       LER-ATUALIZACAO-REGISTRO.
           READ ATUALIZACOES-FILE
               AT END
                   MOVE 'S' TO WS-EOF-ATUALIZACOES
           END-READ.

       REGISTRA-PEDIDO-ESTORNO.
           IF ATUAL-ESTORNO-SEQ IS NUMERIC
                   AND ATUAL-ESTORNO-SEQ > 0
               IF WS-QTD-PEDIDOS-EST < 100
                   ADD 1 TO WS-QTD-PEDIDOS-EST
                   MOVE ATUAL-ESTORNO-SEQ
                       TO TAB-EST-SEQ (WS-QTD-PEDIDOS-EST)
                   MOVE 'N' TO TAB-EST-ACHADA (WS-QTD-PEDIDOS-EST)
                   MOVE 'N' TO TAB-EST-ESTORNADA (WS-QTD-PEDIDOS-EST)
               ELSE
                   DISPLAY "TABELA DE ESTORNOS CHEIA - IGNORADO: "
                       ATUAL-ESTORNO-SEQ
               END-IF
           END-IF
           PERFORM LER-ATUALIZACAO.

       CARREGA-LOG-NOTAS.
           OPEN INPUT NOTASLOG-FILE
           IF WS-NOTASLOG-STATUS = "00"
               PERFORM LER-LOG-NOTAS
               PERFORM ACUMULA-LOG-NOTAS UNTIL FIM-NOTASLOG
               CLOSE NOTASLOG-FILE
           END-IF.

       LER-LOG-NOTAS.
           READ NOTASLOG-FILE
               AT END
                   MOVE 'S' TO WS-EOF-NOTASLOG
           END-READ.

       ACUMULA-LOG-NOTAS.
           IF NLOG-SEQ > WS-ULT-SEQ-LOG
               MOVE NLOG-SEQ TO WS-ULT-SEQ-LOG
           END-IF
           SET WS-ETIDX TO 1
           SEARCH TAB-EST
               AT END
                   CONTINUE
               WHEN WS-ETIDX > WS-QTD-PEDIDOS-EST
                   CONTINUE
               WHEN TAB-EST-SEQ (WS-ETIDX) = NLOG-SEQ
                   MOVE 'S' TO TAB-EST-ACHADA (WS-ETIDX)
                   MOVE NLOG-ALUNO-ID TO TAB-EST-ALUNO-ID (WS-ETIDX)
                   MOVE NLOG-NOTAS-ANTES TO TAB-EST-ANTES (WS-ETIDX)
                   MOVE NLOG-NOTAS-DEPOIS TO TAB-EST-DEPOIS (WS-ETIDX)
           END-SEARCH
           IF NLOG-ESTORNO
               SET WS-ETIDX TO 1
               SEARCH TAB-EST
                   AT END
                       CONTINUE
                   WHEN WS-ETIDX > WS-QTD-PEDIDOS-EST
                       CONTINUE
                   WHEN TAB-EST-SEQ (WS-ETIDX) = NLOG-SEQ-ESTORNADA
                       MOVE 'S' TO TAB-EST-ESTORNADA (WS-ETIDX)
               END-SEARCH
           END-IF
           PERFORM LER-LOG-NOTAS.

       APLICA-ATUALIZACAO.
           PERFORM VALIDA-ATUALIZACAO
           IF WS-MOTIVO-REJEICAO = SPACES
               MOVE ATUAL-ALUNO-ID TO ALUNO-ID
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE "ALUNO NAO ENCONTRADO"
                           TO WS-MOTIVO-REJEICAO
                   NOT INVALID KEY
                       PERFORM APLICA-ATUALIZACAO-ALUNO
               END-READ
           END-IF
           IF WS-MOTIVO-REJEICAO NOT = SPACES
               PERFORM REJEITA-ATUALIZACAO
           END-IF
           PERFORM LER-ATUALIZACAO.

       VALIDA-ATUALIZACAO.
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           EVALUATE TRUE
               WHEN ATUAL-OPERADOR = SPACES
                   MOVE "OPERADOR NAO INFORMADO" TO WS-MOTIVO-REJEICAO
               WHEN NOT MOTIVO-VALIDO
                   MOVE "CODIGO DE MOTIVO DESCONHECIDO"
                       TO WS-MOTIVO-REJEICAO
               WHEN ATUAL-MOTIVO = "ES"
                       AND (ATUAL-ESTORNO-SEQ NOT NUMERIC
                            OR ATUAL-ESTORNO-SEQ = 0)
                   MOVE "ESTORNO SEM SEQUENCIA" TO WS-MOTIVO-REJEICAO
               WHEN ATUAL-MOTIVO NOT = "ES"
                       AND ATUAL-ESTORNO-SEQ IS NUMERIC
                       AND ATUAL-ESTORNO-SEQ > 0
                   MOVE "SEQUENCIA DE ESTORNO SEM MOTIVO ES"
                       TO WS-MOTIVO-REJEICAO
               WHEN ATUAL-ESTORNO-SEQ IS NUMERIC
                       AND ATUAL-ESTORNO-SEQ > 0
                   CONTINUE
               WHEN ATUAL-NOTA1 NOT NUMERIC
                       OR ATUAL-NOTA2 NOT NUMERIC
                       OR ATUAL-NOTA3 NOT NUMERIC
                       OR ATUAL-NOTA4 NOT NUMERIC
                   MOVE "NOTA NAO NUMERICA" TO WS-MOTIVO-REJEICAO
           END-EVALUATE.

       APLICA-ATUALIZACAO-ALUNO.
           IF ALUNO-TRANCADO
               MOVE "ALUNO TRANCADO" TO WS-MOTIVO-REJEICAO
           ELSE
               MOVE ALUNO-NOTA1 TO WS-ANTES-NOTA1
               MOVE ALUNO-NOTA2 TO WS-ANTES-NOTA2
               MOVE ALUNO-NOTA3 TO WS-ANTES-NOTA3
               MOVE ALUNO-NOTA4 TO WS-ANTES-NOTA4
               IF ATUAL-ESTORNO-SEQ IS NUMERIC
                       AND ATUAL-ESTORNO-SEQ > 0
                   PERFORM APLICA-ESTORNO-NOTAS
               ELSE
                   MOVE ATUAL-NOTA1 TO ALUNO-NOTA1
                   MOVE ATUAL-NOTA2 TO ALUNO-NOTA2
                   MOVE ATUAL-NOTA3 TO ALUNO-NOTA3
                   MOVE ATUAL-NOTA4 TO ALUNO-NOTA4
                   MOVE "A" TO NLOG-TIPO
                   MOVE 0 TO NLOG-SEQ-ESTORNADA
                   PERFORM REGRAVA-NOTAS-ALUNO
               END-IF
           END-IF.

      * A logged change is reversed only while the student still
      * holds the grades it produced; otherwise a later change would
      * be silently undone as well.
       APLICA-ESTORNO-NOTAS.
           SET WS-ETIDX TO 1
           SEARCH TAB-EST
               AT END
                   MOVE "MUDANCA NAO ENCONTRADA NO LOG"
                       TO WS-MOTIVO-REJEICAO
               WHEN WS-ETIDX > WS-QTD-PEDIDOS-EST
                   MOVE "MUDANCA NAO ENCONTRADA NO LOG"
                       TO WS-MOTIVO-REJEICAO
               WHEN TAB-EST-SEQ (WS-ETIDX) = ATUAL-ESTORNO-SEQ
                   CONTINUE
           END-SEARCH
           IF WS-MOTIVO-REJEICAO = SPACES
               EVALUATE TRUE
                   WHEN TAB-EST-ACHADA (WS-ETIDX) = 'N'
                       MOVE "MUDANCA NAO ENCONTRADA NO LOG"
                           TO WS-MOTIVO-REJEICAO
                   WHEN TAB-EST-ESTORNADA (WS-ETIDX) = 'S'
                       MOVE "MUDANCA JA ESTORNADA"
                           TO WS-MOTIVO-REJEICAO
                   WHEN TAB-EST-ALUNO-ID (WS-ETIDX) NOT = ALUNO-ID
                       MOVE "MUDANCA PERTENCE A OUTRO ALUNO"
                           TO WS-MOTIVO-REJEICAO
                   WHEN TAB-EST-DEPOIS (WS-ETIDX) NOT = WS-NOTAS-ANTES
                       MOVE "NOTAS ALTERADAS APOS A MUDANCA"
                           TO WS-MOTIVO-REJEICAO
               END-EVALUATE
           END-IF
           IF WS-MOTIVO-REJEICAO = SPACES
               MOVE TAB-EST-ANTES-NOTA1 (WS-ETIDX) TO ALUNO-NOTA1
               MOVE TAB-EST-ANTES-NOTA2 (WS-ETIDX) TO ALUNO-NOTA2
               MOVE TAB-EST-ANTES-NOTA3 (WS-ETIDX) TO ALUNO-NOTA3
               MOVE TAB-EST-ANTES-NOTA4 (WS-ETIDX) TO ALUNO-NOTA4
               MOVE "E" TO NLOG-TIPO
               MOVE ATUAL-ESTORNO-SEQ TO NLOG-SEQ-ESTORNADA
               PERFORM REGRAVA-NOTAS-ALUNO
               IF WS-MOTIVO-REJEICAO = SPACES
                   MOVE 'S' TO TAB-EST-ESTORNADA (WS-ETIDX)
                   ADD 1 TO WS-QTD-ESTORNOS
               END-IF
           END-IF.

       REGRAVA-NOTAS-ALUNO.
           REWRITE ALUNO-REG
               INVALID KEY
                   MOVE "ERRO AO REGRAVAR ALUNO" TO WS-MOTIVO-REJEICAO
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ATUALIZACOES
                   PERFORM GRAVA-LOG-NOTAS
           END-REWRITE.

       GRAVA-LOG-NOTAS.
           ADD 1 TO WS-ULT-SEQ-LOG
           MOVE WS-ULT-SEQ-LOG TO NLOG-SEQ
           MOVE WS-TIMESTAMP-ATUAL TO NLOG-TIMESTAMP
           MOVE ALUNO-ID TO NLOG-ALUNO-ID
           MOVE ATUAL-OPERADOR TO NLOG-OPERADOR
           MOVE ATUAL-MOTIVO TO NLOG-MOTIVO
           MOVE WS-NOTAS-ANTES TO NLOG-NOTAS-ANTES
           MOVE ALUNO-NOTA1 TO NLOG-DEPOIS-NOTA1
           MOVE ALUNO-NOTA2 TO NLOG-DEPOIS-NOTA2
           MOVE ALUNO-NOTA3 TO NLOG-DEPOIS-NOTA3
           MOVE ALUNO-NOTA4 TO NLOG-DEPOIS-NOTA4
           WRITE NOTASLOG-REG.

       REJEITA-ATUALIZACAO.
           ADD 1 TO WS-QTD-ATUAL-REJ
           MOVE ATUAL-ALUNO-ID TO WS-NREJ-ALUNO-ID
           MOVE ATUAL-OPERADOR TO WS-NREJ-OPERADOR
           MOVE ATUAL-MOTIVO TO WS-NREJ-COD-MOTIVO
           MOVE ATUAL-ESTORNO-SEQ TO WS-NREJ-ESTORNO
           MOVE WS-MOTIVO-REJEICAO TO WS-NREJ-MOTIVO
           WRITE LINHA-NOTASREJ FROM WS-LINHA-NOTASREJ-DET.

       CARREGA-PESOS.
           OPEN INPUT PESOS-FILE
               CLOSE PESOS-FILE
           END-IF.

       CARREGA-PARAMETROS.
           OPEN INPUT PARAMOPER-FILE
           IF WS-PARAMOPER-STATUS = "00"
               PERFORM LER-PARAMETRO
               PERFORM APLICA-PARAMETRO UNTIL FIM-PARAMOPER
               CLOSE PARAMOPER-FILE
           END-IF
           COMPUTE WS-FREQ-LIMITE-ALERTA =
               WS-FREQ-MINIMA + WS-FREQ-MARGEM
           END-COMPUTE.

       LER-PARAMETRO.
           READ PARAMOPER-FILE
               AT END
                   MOVE 'S' TO WS-EOF-PARAMOPER
           END-READ.

       APLICA-PARAMETRO.
           IF PARAM-NOME = "FREQMINIMA"
               IF PARAM-VALOR IS NUMERIC
                       AND PARAM-VALOR >= 1
                       AND PARAM-VALOR <= 100
                   MOVE PARAM-VALOR TO WS-FREQ-MINIMA
               ELSE
                   DISPLAY "MEDIA: FREQMINIMA FORA DA FAIXA EM "
                       "PARAMOPER.DAT - USANDO " WS-FREQ-MINIMA
               END-IF
           END-IF
           IF PARAM-NOME = "FREQMARGEM"
               IF PARAM-VALOR IS NUMERIC
                       AND PARAM-VALOR <= 25
                   MOVE PARAM-VALOR TO WS-FREQ-MARGEM
               ELSE
                   DISPLAY "MEDIA: FREQMARGEM FORA DA FAIXA EM "
                       "PARAMOPER.DAT - USANDO " WS-FREQ-MARGEM
               END-IF
           END-IF
           PERFORM LER-PARAMETRO.

      * Without FREQUENCIA.DAT the term is closed on grades alone and
      * FREQALERTA.DAT carries only its header.
       CARREGA-FREQUENCIA.
           OPEN OUTPUT FREQALERTA-FILE
           MOVE WS-FREQ-MINIMA TO WS-FAL-CAB-MINIMA
           MOVE WS-FREQ-MARGEM TO WS-FAL-CAB-MARGEM
           WRITE LINHA-FREQALERTA FROM WS-CABECALHO-FREQALERTA
           OPEN INPUT FREQUENCIA-FILE
           IF WS-FREQUENCIA-STATUS = "00"
               PERFORM LER-FREQUENCIA
               PERFORM CARREGA-FREQUENCIA-TABELA UNTIL FIM-FREQUENCIA
               CLOSE FREQUENCIA-FILE
           ELSE
               DISPLAY "MEDIA: FREQUENCIA.DAT AUSENTE - RESULTADO "
                   "SEM CONTROLE DE FREQUENCIA"
           END-IF.

       LER-FREQUENCIA.
           READ FREQUENCIA-FILE
               AT END
                   MOVE 'S' TO WS-EOF-FREQUENCIA
           END-READ.

       CARREGA-FREQUENCIA-TABELA.
           EVALUATE TRUE
               WHEN FREQ-AULAS-DADAS NOT NUMERIC
                       OR FREQ-AULAS-ASSISTIDAS NOT NUMERIC
                   DISPLAY "FREQUENCIA NAO NUMERICA - IGNORADA: "
                       FREQ-ALUNO-ID " " FREQ-CODIGO
               WHEN FREQ-AULAS-DADAS = 0
                       OR FREQ-AULAS-ASSISTIDAS > FREQ-AULAS-DADAS
                   DISPLAY "FREQUENCIA INCONSISTENTE - IGNORADA: "
                       FREQ-ALUNO-ID " " FREQ-CODIGO
               WHEN WS-QTD-FREQ >= 500
                   DISPLAY "TABELA DE FREQUENCIA CHEIA - IGNORADO: "
                       FREQ-ALUNO-ID " " FREQ-CODIGO
               WHEN OTHER
                   ADD 1 TO WS-QTD-FREQ
                   MOVE FREQ-ALUNO-ID TO TAB-FRQ-ALUNO-ID (WS-QTD-FREQ)
                   MOVE FREQ-CODIGO TO TAB-FRQ-CODIGO (WS-QTD-FREQ)
                   MOVE FREQ-AULAS-DADAS TO TAB-FRQ-DADAS (WS-QTD-FREQ)
                   MOVE FREQ-AULAS-ASSISTIDAS
                       TO TAB-FRQ-ASSISTIDAS (WS-QTD-FREQ)
                   COMPUTE TAB-FRQ-PCT (WS-QTD-FREQ) =
                       FREQ-AULAS-ASSISTIDAS * 100 / FREQ-AULAS-DADAS
                   END-COMPUTE
           END-EVALUATE
           PERFORM LER-FREQUENCIA.

       LER-ALUNO.
           READ STUDENT-FILE NEXT RECORD
               AT END
           ELSE
               MOVE "REPROVADO" TO WS-RESULTADO
           END-IF
           PERFORM VERIFICA-FREQUENCIA-ALUNO
           IF REPROVADO-POR-FALTA
               MOVE "REP FALTA" TO WS-RESULTADO
               ADD 1 TO WS-QTD-REP-FALTA
           END-IF

           DISPLAY '------------------------------'
           DISPLAY 'ALUNO: ' WS-ALUNO-ID
           PERFORM ACUMULA-ESTATISTICAS
           MOVE WS-MEDIA-CALC TO RESULT-MEDIA
           MOVE WS-ALUNO-ID TO RESULT-ALUNO-ID
           MOVE WS-RESULTADO TO RESULT-SITUACAO
           WRITE RESULT-REG
           PERFORM GRAVA-HISTMEDIA
           IF BOLETIM-ATIVO
           END-IF
           PERFORM LER-ALUNO.

      * Any discipline below the minimum attendance fails the term
      * for absence; disciplines below it or inside the margin above
      * it go to the coordinators' list.
       VERIFICA-FREQUENCIA-ALUNO.
           MOVE 'N' TO WS-REPROV-FALTA
           MOVE 0 TO WS-SUB-FREQ
           PERFORM AVALIA-FREQUENCIA-ALUNO WS-QTD-FREQ TIMES.

       AVALIA-FREQUENCIA-ALUNO.
           ADD 1 TO WS-SUB-FREQ
           IF TAB-FRQ-ALUNO-ID (WS-SUB-FREQ) = WS-ALUNO-ID
               IF TAB-FRQ-PCT (WS-SUB-FREQ) < WS-FREQ-MINIMA
                   MOVE 'S' TO WS-REPROV-FALTA
                   MOVE "ABAIXO DO MINIMO" TO WS-FAL-SITUACAO
                   PERFORM GRAVA-FREQALERTA
               ELSE
                   IF TAB-FRQ-PCT (WS-SUB-FREQ) < WS-FREQ-LIMITE-ALERTA
                       MOVE "PROXIMO DO LIMITE" TO WS-FAL-SITUACAO
                       PERFORM GRAVA-FREQALERTA
                   END-IF
               END-IF
           END-IF.

       GRAVA-FREQALERTA.
           ADD 1 TO WS-QTD-FREQ-ALERTA
           MOVE WS-ALUNO-ID TO WS-FAL-ALUNO-ID
           MOVE TAB-FRQ-CODIGO (WS-SUB-FREQ) TO WS-FAL-CODIGO
           MOVE TAB-FRQ-ASSISTIDAS (WS-SUB-FREQ) TO WS-FAL-ASSISTIDAS
           MOVE TAB-FRQ-DADAS (WS-SUB-FREQ) TO WS-FAL-DADAS
           MOVE TAB-FRQ-PCT (WS-SUB-FREQ) TO WS-FAL-PCT
           WRITE LINHA-FREQALERTA FROM WS-LINHA-FREQALERTA-DET.

       GERA-BOLETIM-ALUNO.
           PERFORM LER-DISCORDEM
               UNTIL FIM-DISCORDEM OR DISCORDEM-ALUNO-ID >= WS-ALUNO-ID
           ELSE
               MOVE "REPROVADO" TO WS-BOL-DISC-RESULT
           END-IF
           MOVE "   -" TO WS-BOL-DISC-FREQ
           SET WS-FQIDX TO 1
           SEARCH TAB-FRQ
               AT END
                   CONTINUE
               WHEN WS-FQIDX > WS-QTD-FREQ
                   CONTINUE
               WHEN TAB-FRQ-ALUNO-ID (WS-FQIDX) = WS-ALUNO-ID
                    AND TAB-FRQ-CODIGO (WS-FQIDX) = DISCORDEM-CODIGO
                   MOVE TAB-FRQ-PCT (WS-FQIDX) TO WS-BOL-FREQ-PCT
                   MOVE WS-BOL-FREQ-ED TO WS-BOL-DISC-FREQ
                   IF TAB-FRQ-PCT (WS-FQIDX) < WS-FREQ-MINIMA
                       MOVE "REP FALTA" TO WS-BOL-DISC-RESULT
                   END-IF
           END-SEARCH
           WRITE LINHA-BOLETIM FROM WS-LINHA-BOLETIM-DISC.

       REPORTA-DISC-DESCONHECIDA.
               NOT AT END
                   MOVE SORTED-ALUNO-ID TO WS-ROS-ALUNO-ID
                   MOVE SORTED-MEDIA TO WS-ROS-MEDIA
                   MOVE SORTED-SITUACAO TO WS-ROS-SITUACAO
                   WRITE LINHA-ROSTER FROM WS-LINHA-ROSTER-DET
           END-READ.

               DISPLAY '------------------------------'
               DISPLAY "MEDIA: " WS-QTD-ATUALIZACOES
                   " ALUNOS ATUALIZADOS VIA ATUALIZACOES.DAT"
               DISPLAY "MEDIA: " WS-QTD-ESTORNOS
                   " MUDANCAS DE NOTAS ESTORNADAS"
               IF WS-QTD-ATUAL-REJ > 0
                   DISPLAY "MEDIA: " WS-QTD-ATUAL-REJ
                       " ATUALIZACOES REJEITADAS EM NOTASREJ.DAT"
               END-IF
               IF WS-QTD-DISC-DESCONH > 0
                   DISPLAY "MEDIA: " WS-QTD-DISC-DESCONH
                       " DISCIPLINAS NAO CADASTRADAS NO BOLETIM"
               END-IF
               DISPLAY "MEDIA: " WS-QTD-REP-FALTA
                   " ALUNOS REPROVADOS POR FALTA, " WS-QTD-FREQ-ALERTA
                   " LINHAS EM FREQALERTA.DAT"
               CLOSE FREQALERTA-FILE
               CLOSE STUDENT-FILE
               CLOSE HISTMEDIA-FILE
               IF BOLETIM-ATIVO
                   CLOSE DISC-ORDENADO-FILE
                   CLOSE BOLETIM-FILE
               END-IF
               PERFORM GRAVA-CONTROLE-ENTRADA
           END-IF
           PERFORM GRAVA-AUDITORIA.

           MOVE WS-DATA-EXECUCAO TO AUDIT-DATA-EXEC
           MOVE WS-HORA-EXECUCAO TO AUDIT-HORA-EXEC
           MOVE WS-QTD-ALUNOS TO AUDIT-QTD-LIDOS
           MOVE WS-QTD-ATUAL-REJ TO AUDIT-QTD-REJEITADOS
           MOVE WS-COD-RETORNO TO AUDIT-COD-RETORNO
           IF WS-COD-RETORNO = "16"
               MOVE WS-CTL-AUDITORIA TO AUDIT-PARAMETROS
           ELSE
               MOVE SPACES TO AUDIT-PARAMETROS
           END-IF
           WRITE AUDIT-REG
           CLOSE AUDIT-LOG-FILE.
       END PROGRAM MEDIA.
