      ******************************************************************
      * Author:DIOGO BISPO.
      * Date:15_10_26.
      * Purpose: LGPD purge of the personal data of students who no
      *          longer study here. ALUNOS.DAT keeps the address and
      *          birth date of a trancado (withdrawn) student for
      *          ever; this run masks them in place and leaves the
      *          academic record alone: ALUNO-ID, the grades,
      *          ALUNO-SITUACAO and the student's HISTMEDIA.DAT and
      *          HISTMEDARQ.DAT history are not touched, so
      *          transcripts can still be issued.
      *          Two ways in:
      *          - by deadline: every student still trancado whose
      *            latest trancamento in TRANCAMENTOS.DAT (written by
      *            ALUNOSMANUT) is ANOSLGPD years old or more
      *            (PARAMOPER.DAT, default 5). A student trancado
      *            before TRANCAMENTOS.DAT existed has no date and is
      *            only counted - they are anonymized by request;
      *          - by request: each student named in ANONPEDIDO.DAT,
      *            whatever the time since the trancamento, as long
      *            as they are trancado and the requesting operator
      *            holds function ANON in OPERADORES.DAT. Requests
      *            that cannot be served go to ANONREJ.DAT with the
      *            reason.
      *          The address is blanked with ANONIMIZADO in ALUNO-RUA,
      *          which also marks the student as already done, and
      *          the birth date is zeroed. Every student anonymized
      *          gets a line in ANONIMREG.DAT, the permanent register
      *          for the data protection officer (date and time,
      *          student, origin, trancado since, operator, fields
      *          masked); the register is only ever extended.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNOSLGPD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ALUNO-ID
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT TRANCAMENTOS-FILE ASSIGN TO "TRANCAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANCAMENTOS-STATUS.
           SELECT ANONPEDIDO-FILE ASSIGN TO "ANONPEDIDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANONPEDIDO-STATUS.
           SELECT ANONIMREG-FILE ASSIGN TO "ANONIMREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANONIMREG-STATUS.
           SELECT ANONREJ-FILE ASSIGN TO "ANONREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANONREJ-STATUS.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADORES-STATUS.
           SELECT PARAMOPER-FILE ASSIGN TO "PARAMOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMOPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
           COPY ALUNOREG.

       FD  TRANCAMENTOS-FILE.
           COPY TRANCREG.

       FD  ANONPEDIDO-FILE.
       01  PEDIDO-REG.
           05 PED-ALUNO-ID       PIC X(05).
           05 PED-OPERADOR       PIC X(08).

       FD  ANONIMREG-FILE.
       01  LINHA-ANONIMREG        PIC X(120).

       FD  ANONREJ-FILE.
       01  LINHA-REJEITO          PIC X(80).

       FD  OPERADORES-FILE.
           COPY OPERREG.

       FD  PARAMOPER-FILE.
       01  PARAMOPER-REG.
           05 PARAM-NOME         PIC X(12).
           05 PARAM-VALOR        PIC 9(05).

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-STATUS     PIC X(02).
       01 WS-TRANCAMENTOS-STATUS PIC X(02).
       01 WS-ANONPEDIDO-STATUS  PIC X(02).
       01 WS-ANONIMREG-STATUS   PIC X(02).
       01 WS-ANONREJ-STATUS     PIC X(02).
       01 WS-PARAMOPER-STATUS   PIC X(02).
       01 WS-COD-RETORNO        PIC X(02)     VALUE "00".
       01 WS-DATA-EXECUCAO      PIC 9(08).
       01 WS-HORA-EXECUCAO      PIC 9(08).
       01 WS-ANOS-LGPD          PIC 9(02)     VALUE 5.
       01 WS-DATA-CORTE         PIC 9(08).
       01 WS-DATA-TRANCAMENTO   PIC 9(08).
       01 WS-ALUNO-ALVO         PIC X(05).
       01 WS-ORIGEM             PIC X(06).
       01 WS-OPERADOR-ANONIM    PIC X(08).
       01 WS-MOTIVO-REJEICAO    PIC X(40).
       01 WS-EOF-ALUNOS         PIC X         VALUE 'N'.
           88 FIM-ALUNOS                      VALUE 'S'.
       01 WS-EOF-TRANCAMENTOS   PIC X         VALUE 'N'.
           88 FIM-TRANCAMENTOS                VALUE 'S'.
       01 WS-EOF-PEDIDOS        PIC X         VALUE 'N'.
           88 FIM-PEDIDOS                     VALUE 'S'.
       01 WS-EOF-PARAMOPER      PIC X         VALUE 'N'.
           88 FIM-PARAMOPER                   VALUE 'S'.
       01 WS-PEDIDOS-ABERTO     PIC X         VALUE 'N'.
           88 PEDIDOS-ABERTO                  VALUE 'S'.
       01 WS-ALUNO-ACHADO       PIC X         VALUE 'N'.
           88 ALUNO-ACHADO                    VALUE 'S'.
       01 WS-QTD-ALUNOS-LIDOS   PIC 9(05)     VALUE 0.
       01 WS-QTD-ANONIM-PRAZO   PIC 9(05)     VALUE 0.
       01 WS-QTD-SEM-DATA       PIC 9(05)     VALUE 0.
       01 WS-QTD-PEDIDOS        PIC 9(05)     VALUE 0.
       01 WS-QTD-ANONIM-PEDIDO  PIC 9(05)     VALUE 0.
       01 WS-QTD-REJEITADOS     PIC 9(05)     VALUE 0.
       01 WS-QTD-TRANCAMENTOS   PIC 9(04)     VALUE 0.
       01 TAB-TRANCAMENTOS.
           05 TAB-TRC OCCURS 1000 TIMES
                       INDEXED BY WS-TRIDX.
               10 TAB-TRC-ALUNO-ID      PIC X(05).
               10 TAB-TRC-DATA          PIC 9(08).
       01 WS-OPERADORES-STATUS  PIC X(02).
       01 WS-EOF-OPERADORES     PIC X         VALUE 'N'.
           88 FIM-OPERADORES                  VALUE 'S'.
       01 WS-QTD-OPERADORES     PIC 9(03)     VALUE 0.
       01 WS-OPERADOR-TRANS     PIC X(08).
       01 WS-FUNCAO-EXIGIDA     PIC X(04).
       01 TAB-OPERADORES.
           05 TAB-OPR OCCURS 100 TIMES
                       INDEXED BY WS-OPIDX.
               10 TAB-OPR-ID            PIC X(08).
               10 TAB-OPR-SITUACAO      PIC X(01).
               10 TAB-OPR-FUNCOES.
                   15 TAB-OPR-FUNCAO    PIC X(04) OCCURS 8 TIMES
                                        INDEXED BY WS-OFIDX.

       01 WS-LINHA-ANONIMREG-DET.
           05 WS-ANR-DATA        PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-ANR-HORA        PIC 9(08).
           05 FILLER             PIC X(09) VALUE "  ALUNO: ".
           05 WS-ANR-ALUNO-ID    PIC X(05).
           05 FILLER             PIC X(10) VALUE "  ORIGEM: ".
           05 WS-ANR-ORIGEM      PIC X(06).
           05 FILLER             PIC X(18)
                                  VALUE "  TRANCADO DESDE: ".
           05 WS-ANR-DATA-TRANC  PIC 9(08).
           05 FILLER             PIC X(08) VALUE "  OPER: ".
           05 WS-ANR-OPERADOR    PIC X(08).
           05 FILLER             PIC X(10) VALUE "  CAMPOS: ".
           05 WS-ANR-CAMPOS      PIC X(19)
                                  VALUE "ENDERECO, DATA-NASC".
           05 FILLER             PIC X(02) VALUE SPACES.

       01 WS-LINHA-REJEITO-DET.
           05 FILLER             PIC X(07) VALUE "ALUNO: ".
           05 WS-REJ-ALUNO-ID    PIC X(05).
           05 FILLER             PIC X(08) VALUE "  OPER: ".
           05 WS-REJ-OPERADOR    PIC X(08).
           05 FILLER             PIC X(10) VALUE "  MOTIVO: ".
           05 WS-REJ-MOTIVO      PIC X(40).
           05 FILLER             PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZACAO
            IF WS-COD-RETORNO = "00"
                PERFORM PROCESSA-ALUNO UNTIL FIM-ALUNOS
                PERFORM PROCESSA-PEDIDO UNTIL FIM-PEDIDOS
            END-IF
            PERFORM FINALIZACAO
            GOBACK.

       INICIALIZACAO.
            ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
            ACCEPT WS-HORA-EXECUCAO FROM TIME
            PERFORM CARREGA-PARAMETROS
            COMPUTE WS-DATA-CORTE =
                WS-DATA-EXECUCAO - WS-ANOS-LGPD * 10000
            END-COMPUTE
            PERFORM CARREGA-OPERADORES
            IF WS-COD-RETORNO = "00"
                PERFORM CARREGA-TRANCAMENTOS
            END-IF
            IF WS-COD-RETORNO = "00"
                PERFORM ABRE-ARQUIVOS
            END-IF.

      * The students are swept first, straight after the OPEN, and the
      * requests are then served by key; a request for a student the
      * sweep has just anonymized is rejected as already done.
       ABRE-ARQUIVOS.
            OPEN I-O STUDENT-FILE
            IF WS-STUDENT-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR ALUNOS.DAT - STATUS: "
                    WS-STUDENT-STATUS
                MOVE "12" TO WS-COD-RETORNO
                MOVE 12 TO RETURN-CODE
            ELSE
                OPEN EXTEND ANONIMREG-FILE
                IF WS-ANONIMREG-STATUS = "35"
                    OPEN OUTPUT ANONIMREG-FILE
                END-IF
                OPEN OUTPUT ANONREJ-FILE
                OPEN INPUT ANONPEDIDO-FILE
                IF WS-ANONPEDIDO-STATUS = "00"
                    MOVE 'S' TO WS-PEDIDOS-ABERTO
                    PERFORM LER-PEDIDO
                ELSE
                    DISPLAY "ALUNOSLGPD: SEM ANONPEDIDO.DAT - "
                        "NENHUM PEDIDO NESTA EXECUCAO"
                    MOVE 'S' TO WS-EOF-PEDIDOS
                END-IF
                PERFORM LER-ALUNO-PROXIMO
            END-IF.

       CARREGA-PARAMETROS.
            OPEN INPUT PARAMOPER-FILE
            IF WS-PARAMOPER-STATUS = "00"
                PERFORM LER-PARAMETRO
                PERFORM APLICA-PARAMETRO UNTIL FIM-PARAMOPER
                CLOSE PARAMOPER-FILE
            END-IF.

       LER-PARAMETRO.
            READ PARAMOPER-FILE
                AT END
                    MOVE 'S' TO WS-EOF-PARAMOPER
            END-READ.

       APLICA-PARAMETRO.
            IF PARAM-NOME = "ANOSLGPD"
                IF PARAM-VALOR IS NUMERIC
                        AND PARAM-VALOR >= 1
                        AND PARAM-VALOR <= 50
                    MOVE PARAM-VALOR TO WS-ANOS-LGPD
                ELSE
                    DISPLAY "ALUNOSLGPD: ANOSLGPD FORA DA FAIXA EM "
                        "PARAMOPER.DAT - USANDO " WS-ANOS-LGPD
                END-IF
            END-IF
            PERFORM LER-PARAMETRO.

       CARREGA-OPERADORES.
            OPEN INPUT OPERADORES-FILE
            IF WS-OPERADORES-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR OPERADORES.DAT - STATUS: "
                    WS-OPERADORES-STATUS
                MOVE "12" TO WS-COD-RETORNO
                MOVE 12 TO RETURN-CODE
            ELSE
                PERFORM LER-OPERADOR
                PERFORM CARREGA-OPERADOR-TABELA UNTIL FIM-OPERADORES
                CLOSE OPERADORES-FILE
            END-IF.

       LER-OPERADOR.
            READ OPERADORES-FILE
                AT END
                    MOVE 'S' TO WS-EOF-OPERADORES
            END-READ.

       CARREGA-OPERADOR-TABELA.
            IF WS-QTD-OPERADORES < 100
                ADD 1 TO WS-QTD-OPERADORES
                MOVE OPER-ID TO TAB-OPR-ID (WS-QTD-OPERADORES)
                MOVE OPER-SITUACAO
                    TO TAB-OPR-SITUACAO (WS-QTD-OPERADORES)
                MOVE OPER-FUNCOES TO TAB-OPR-FUNCOES (WS-QTD-OPERADORES)
            ELSE
                DISPLAY "TABELA DE OPERADORES CHEIA - IGNORADO: "
                    OPER-ID
            END-IF
            PERFORM LER-OPERADOR.

      * Checks the operator of the transaction (WS-OPERADOR-TRANS)
      * against the operator master for the function the transaction
      * needs (WS-FUNCAO-EXIGIDA); an unknown, inactive or
      * unauthorized operator leaves the reason in WS-MOTIVO-REJEICAO.
       VALIDA-OPERADOR.
            IF WS-OPERADOR-TRANS = SPACES
                MOVE "OPERADOR NAO INFORMADO" TO WS-MOTIVO-REJEICAO
            ELSE
                SET WS-OPIDX TO 1
                SEARCH TAB-OPR
                    AT END
                        MOVE "OPERADOR DESCONHECIDO"
                            TO WS-MOTIVO-REJEICAO
                    WHEN WS-OPIDX > WS-QTD-OPERADORES
                        MOVE "OPERADOR DESCONHECIDO"
                            TO WS-MOTIVO-REJEICAO
                    WHEN TAB-OPR-ID (WS-OPIDX) = WS-OPERADOR-TRANS
                        PERFORM VALIDA-FUNCAO-OPERADOR
                END-SEARCH
            END-IF.

       VALIDA-FUNCAO-OPERADOR.
            IF TAB-OPR-SITUACAO (WS-OPIDX) NOT = "A"
                MOVE "OPERADOR INATIVO" TO WS-MOTIVO-REJEICAO
            ELSE
                SET WS-OFIDX TO 1
                SEARCH TAB-OPR-FUNCAO
                    AT END
                        MOVE "OPERADOR SEM PERMISSAO"
                            TO WS-MOTIVO-REJEICAO
                    WHEN TAB-OPR-FUNCAO (WS-OPIDX, WS-OFIDX)
                            = WS-FUNCAO-EXIGIDA
                        CONTINUE
                END-SEARCH
            END-IF.

      * Keeps the latest trancamento of each student. Without
      * TRANCAMENTOS.DAT no student has a date and only the requests
      * are served.
       CARREGA-TRANCAMENTOS.
            OPEN INPUT TRANCAMENTOS-FILE
            IF WS-TRANCAMENTOS-STATUS = "35"
                DISPLAY "ALUNOSLGPD: SEM TRANCAMENTOS.DAT - NENHUM "
                    "ALUNO ANONIMIZADO POR PRAZO"
            ELSE
                IF WS-TRANCAMENTOS-STATUS NOT = "00"
                    DISPLAY "ERRO AO ABRIR TRANCAMENTOS.DAT - STATUS: "
                        WS-TRANCAMENTOS-STATUS
                    MOVE "12" TO WS-COD-RETORNO
                    MOVE 12 TO RETURN-CODE
                ELSE
                    PERFORM LER-TRANCAMENTO
                    PERFORM CARREGA-TRANCAMENTO-TABELA
                        UNTIL FIM-TRANCAMENTOS
                    CLOSE TRANCAMENTOS-FILE
                END-IF
            END-IF.

       LER-TRANCAMENTO.
            READ TRANCAMENTOS-FILE
                AT END
                    MOVE 'S' TO WS-EOF-TRANCAMENTOS
            END-READ.

       CARREGA-TRANCAMENTO-TABELA.
            SET WS-TRIDX TO 1
            SEARCH TAB-TRC
                AT END
                    DISPLAY "TABELA DE TRANCAMENTOS CHEIA - "
                        "IGNORADO: " TRANC-ALUNO-ID
                WHEN WS-TRIDX > WS-QTD-TRANCAMENTOS
                    ADD 1 TO WS-QTD-TRANCAMENTOS
                    MOVE TRANC-ALUNO-ID
                        TO TAB-TRC-ALUNO-ID (WS-TRIDX)
                    MOVE TRANC-DATA TO TAB-TRC-DATA (WS-TRIDX)
                WHEN TAB-TRC-ALUNO-ID (WS-TRIDX) = TRANC-ALUNO-ID
                    IF TRANC-DATA > TAB-TRC-DATA (WS-TRIDX)
                        MOVE TRANC-DATA TO TAB-TRC-DATA (WS-TRIDX)
                    END-IF
            END-SEARCH
            PERFORM LER-TRANCAMENTO.

      * Date of the latest trancamento of the student in ALUNO-REG,
      * zero when TRANCAMENTOS.DAT has none.
       LOCALIZA-TRANCAMENTO.
            MOVE ZEROS TO WS-DATA-TRANCAMENTO
            SET WS-TRIDX TO 1
            SEARCH TAB-TRC
                AT END
                    CONTINUE
                WHEN WS-TRIDX > WS-QTD-TRANCAMENTOS
                    CONTINUE
                WHEN TAB-TRC-ALUNO-ID (WS-TRIDX) = ALUNO-ID
                    MOVE TAB-TRC-DATA (WS-TRIDX)
                        TO WS-DATA-TRANCAMENTO
            END-SEARCH.

       LER-ALUNO-PROXIMO.
            READ STUDENT-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-EOF-ALUNOS
            END-READ.

       PROCESSA-ALUNO.
            ADD 1 TO WS-QTD-ALUNOS-LIDOS
            IF ALUNO-TRANCADO AND ALUNO-RUA NOT = "ANONIMIZADO"
                PERFORM LOCALIZA-TRANCAMENTO
                IF WS-DATA-TRANCAMENTO = ZEROS
                    ADD 1 TO WS-QTD-SEM-DATA
                ELSE
                    IF WS-DATA-TRANCAMENTO <= WS-DATA-CORTE
                        MOVE ALUNO-ID TO WS-ALUNO-ALVO
                        MOVE "PRAZO" TO WS-ORIGEM
                        MOVE SPACES TO WS-OPERADOR-ANONIM
                        PERFORM ANONIMIZA-ALUNO
                    END-IF
                END-IF
            END-IF
            PERFORM LER-ALUNO-PROXIMO.

       LER-PEDIDO.
            READ ANONPEDIDO-FILE
                AT END
                    MOVE 'S' TO WS-EOF-PEDIDOS
            END-READ.

       PROCESSA-PEDIDO.
            ADD 1 TO WS-QTD-PEDIDOS
            MOVE SPACES TO WS-MOTIVO-REJEICAO
            MOVE PED-ALUNO-ID TO WS-ALUNO-ALVO
            MOVE PED-OPERADOR TO WS-OPERADOR-ANONIM
            MOVE PED-OPERADOR TO WS-OPERADOR-TRANS
            MOVE "ANON" TO WS-FUNCAO-EXIGIDA
            PERFORM VALIDA-OPERADOR
            IF WS-MOTIVO-REJEICAO = SPACES
                PERFORM VALIDA-ALUNO-PEDIDO
            END-IF
            IF WS-MOTIVO-REJEICAO = SPACES
                PERFORM LOCALIZA-TRANCAMENTO
                MOVE "PEDIDO" TO WS-ORIGEM
                PERFORM ANONIMIZA-ALUNO
            ELSE
                PERFORM REJEITA-ANONIMIZACAO
            END-IF
            PERFORM LER-PEDIDO.

       VALIDA-ALUNO-PEDIDO.
            IF PED-ALUNO-ID = SPACES
                MOVE "ALUNO-ID EM BRANCO" TO WS-MOTIVO-REJEICAO
            ELSE
                PERFORM LER-ALUNO-CHAVE
                IF NOT ALUNO-ACHADO
                    MOVE "ALUNO NAO ENCONTRADO" TO WS-MOTIVO-REJEICAO
                ELSE
                    IF NOT ALUNO-TRANCADO
                        MOVE "ALUNO NAO ESTA TRANCADO"
                            TO WS-MOTIVO-REJEICAO
                    ELSE
                        IF ALUNO-RUA = "ANONIMIZADO"
                            MOVE "ALUNO JA ANONIMIZADO"
                                TO WS-MOTIVO-REJEICAO
                        END-IF
                    END-IF
                END-IF
            END-IF.

       LER-ALUNO-CHAVE.
            MOVE PED-ALUNO-ID TO ALUNO-ID
            READ STUDENT-FILE
                INVALID KEY
                    MOVE 'N' TO WS-ALUNO-ACHADO
                NOT INVALID KEY
                    MOVE 'S' TO WS-ALUNO-ACHADO
            END-READ.

      * Masks the personal fields of the student in ALUNO-REG; only
      * ALUNO-ENDERECO and ALUNO-DATA-NASC are changed.
       ANONIMIZA-ALUNO.
            MOVE SPACES TO ALUNO-ENDERECO
            MOVE "ANONIMIZADO" TO ALUNO-RUA
            MOVE ZEROS TO ALUNO-DATA-NASC
            REWRITE ALUNO-REG
                INVALID KEY
                    MOVE "ERRO AO REGRAVAR ALUNO"
                        TO WS-MOTIVO-REJEICAO
                    PERFORM REJEITA-ANONIMIZACAO
                NOT INVALID KEY
                    PERFORM GRAVA-REGISTRO-ANONIM
            END-REWRITE.

       GRAVA-REGISTRO-ANONIM.
            IF WS-ORIGEM = "PRAZO"
                ADD 1 TO WS-QTD-ANONIM-PRAZO
            ELSE
                ADD 1 TO WS-QTD-ANONIM-PEDIDO
            END-IF
            MOVE WS-DATA-EXECUCAO TO WS-ANR-DATA
            MOVE WS-HORA-EXECUCAO TO WS-ANR-HORA
            MOVE ALUNO-ID TO WS-ANR-ALUNO-ID
            MOVE WS-ORIGEM TO WS-ANR-ORIGEM
            MOVE WS-DATA-TRANCAMENTO TO WS-ANR-DATA-TRANC
            MOVE WS-OPERADOR-ANONIM TO WS-ANR-OPERADOR
            WRITE LINHA-ANONIMREG FROM WS-LINHA-ANONIMREG-DET.

       REJEITA-ANONIMIZACAO.
            ADD 1 TO WS-QTD-REJEITADOS
            MOVE WS-ALUNO-ALVO TO WS-REJ-ALUNO-ID
            MOVE WS-OPERADOR-ANONIM TO WS-REJ-OPERADOR
            MOVE WS-MOTIVO-REJEICAO TO WS-REJ-MOTIVO
            WRITE LINHA-REJEITO FROM WS-LINHA-REJEITO-DET.

       FINALIZACAO.
            IF WS-COD-RETORNO = "00"
                CLOSE STUDENT-FILE
                CLOSE ANONIMREG-FILE
                CLOSE ANONREJ-FILE
                IF PEDIDOS-ABERTO
                    CLOSE ANONPEDIDO-FILE
                END-IF
                DISPLAY "ALUNOSLGPD: PRAZO DE " WS-ANOS-LGPD
                    " ANOS - TRANCADOS ATE " WS-DATA-CORTE
                DISPLAY "ALUNOSLGPD: " WS-QTD-ALUNOS-LIDOS
                    " ALUNOS LIDOS"
                DISPLAY "ALUNOSLGPD: " WS-QTD-ANONIM-PRAZO
                    " ANONIMIZADOS POR PRAZO"
                DISPLAY "ALUNOSLGPD: " WS-QTD-SEM-DATA
                    " TRANCADOS SEM DATA EM TRANCAMENTOS.DAT"
                DISPLAY "ALUNOSLGPD: " WS-QTD-PEDIDOS
                    " PEDIDOS LIDOS"
                DISPLAY "ALUNOSLGPD: " WS-QTD-ANONIM-PEDIDO
                    " ANONIMIZADOS POR PEDIDO"
                DISPLAY "ALUNOSLGPD: " WS-QTD-REJEITADOS
                    " REJEITADOS EM ANONREJ.DAT"
            END-IF.
       END PROGRAM ALUNOSLGPD.
