      ******************************************************************
      * Author:DIOGO BISPO.
      * Date:15_10_26.
      * Purpose: Technician review batch for the readings
      *          INDICEPOLUICAO's plausibility stage set aside in
      *          QUARENTENA.DAT. Reads review transactions from
      *          QUARTRANS.DAT, each keyed by station, pollutant,
      *          date and reading time, and either releases the
      *          pendente reading (liberar "L") - classifying it with
      *          the station's ESTACOES.DAT limits, the same rule and
      *          default-scale fallback as CLASSIFICA-INDICE,
      *          appending it to HISTORICO.DAT and raising its
      *          suspension alert in NOTIFICACOES.DAT when it is not
      *          ACEITAVEL - or discards it for good (descartar "D").
      *          Either way the quarantine record is stamped with the
      *          technician and the action timestamp, and the action
      *          is listed in QUARLOG.DAT. A reading can be reviewed
      *          only once; transactions matching no pendente reading
      *          and invalid ones are rejected to QUARREJ.DAT.
      *          QUARENTENA.DAT is rewritten through QUARNOVO.DAT, the
      *          two-step used by ARQUIVAMENTO.
      * Tectonics: cobc
      ******************************************************************
      * Mod-history:
      * 15_10_26 DB  The technician of each transaction (QLIB-TECNICO)
      *              is now checked against the operator master
      *              OPERADORES.DAT: it must exist, be active and hold
      *              function QUAR, otherwise the transaction goes to
      *              QUARREJ.DAT. The run is refused with RC=12 when
      *              OPERADORES.DAT cannot be opened.
      * 15_10_26 DB  QUARREJ.DAT carries the full 40-byte reason and
      *              the QUARLOG.DAT detail line no longer loses the
      *              last byte of the category.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBERAQUAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUARTRANS-FILE ASSIGN TO "QUARTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUARTRANS-STATUS.
           SELECT ESTACOES-FILE ASSIGN TO "ESTACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTACOES-STATUS.
           SELECT QUARENTENA-FILE ASSIGN TO "QUARENTENA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUARENTENA-STATUS.
           SELECT QUAR-NOVO-FILE ASSIGN TO "QUARNOVO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUAR-NOVO-STATUS.
           SELECT HISTORICO-FILE ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT NOTIFICACOES-FILE ASSIGN TO "NOTIFICACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIF-STATUS.
           SELECT QUARREJ-FILE ASSIGN TO "QUARREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUARREJ-STATUS.
           SELECT QUARLOG-FILE ASSIGN TO "QUARLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUARLOG-STATUS.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADORES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUARTRANS-FILE.
       01  QLIB-REG.
           05 QLIB-ACAO               PIC X(01).
               88 ACAO-LIBERAR            VALUE "L".
               88 ACAO-DESCARTAR          VALUE "D".
               88 ACAO-VALIDA             VALUES "L" "D".
           05 QLIB-ESTACAO-ID         PIC X(05).
           05 QLIB-POLUENTE           PIC X(04).
           05 QLIB-DATA               PIC 9(08).
           05 QLIB-HORA               PIC 9(06).
           05 QLIB-TECNICO            PIC X(08).

       FD  ESTACOES-FILE.
       01  ESTACAO-REG.
           05 ESTACAO-ID              PIC X(05).
           05 ESTACAO-POLUENTE        PIC X(04).
           05 ESTACAO-LIM-ACEITAVEL   PIC 9(01)V9(02).
           05 ESTACAO-LIM-GRUPO1      PIC 9(01)V9(02).
           05 ESTACAO-LIM-GRUPO1E2    PIC 9(01)V9(02).
           05 ESTACAO-LIM-TODOS       PIC 9(01)V9(02).

       FD  QUARENTENA-FILE.
           COPY QUARREG.

       FD  QUAR-NOVO-FILE.
       01  QUAR-NOVO-REG               PIC X(92).

       FD  HISTORICO-FILE.
           COPY HISTREG.

       FD  NOTIFICACOES-FILE.
           COPY NOTIFREG.

       FD  QUARREJ-FILE.
       01  LINHA-REJEITO               PIC X(100).

       FD  QUARLOG-FILE.
       01  LINHA-LOG                   PIC X(100).

       FD  OPERADORES-FILE.
           COPY OPERREG.

       WORKING-STORAGE SECTION.
       01 WS-QUARTRANS-STATUS      PIC X(02).
       01 WS-ESTACOES-STATUS       PIC X(02).
       01 WS-QUARENTENA-STATUS     PIC X(02).
       01 WS-QUAR-NOVO-STATUS      PIC X(02).
       01 WS-HIST-STATUS           PIC X(02).
       01 WS-NOTIF-STATUS          PIC X(02).
       01 WS-QUARREJ-STATUS        PIC X(02).
       01 WS-QUARLOG-STATUS        PIC X(02).
       01 WS-COD-RETORNO           PIC X(02)       VALUE "00".
       01 WS-DATA-EXECUCAO         PIC 9(08).
       01 WS-HORA-EXECUCAO         PIC 9(08).
       01 WS-TIMESTAMP-ATUAL       PIC 9(14).
       01 WS-EOF-QUARTRANS         PIC X           VALUE 'N'.
           88 FIM-QUARTRANS                        VALUE 'S'.
       01 WS-EOF-ESTACOES          PIC X           VALUE 'N'.
           88 FIM-ESTACOES                         VALUE 'S'.
       01 WS-EOF-QUARENTENA        PIC X           VALUE 'N'.
           88 FIM-QUARENTENA                       VALUE 'S'.
       01 WS-EOF-NOVO              PIC X           VALUE 'N'.
           88 FIM-NOVO                             VALUE 'S'.
       01 WS-QTD-ESTACOES          PIC 9(03)       VALUE 0.
       01 WS-QTD-TRANSACOES        PIC 9(05)       VALUE 0.
       01 WS-QTD-LIBERADAS         PIC 9(05)       VALUE 0.
       01 WS-QTD-DESCARTADAS       PIC 9(05)       VALUE 0.
       01 WS-QTD-REJEITADAS        PIC 9(05)       VALUE 0.
       01 WS-SUB                   PIC 9(03)       VALUE 0.
       01 WS-MOTIVO-REJEICAO       PIC X(40).
       01 WS-LIM-ACEITAVEL         PIC 9(01)V9(02).
       01 WS-LIM-GRUPO1            PIC 9(01)V9(02).
       01 WS-LIM-GRUPO1E2          PIC 9(01)V9(02).
       01 WS-LIM-TODOS             PIC 9(01)V9(02).
       01 WS-CATEGORIA             PIC X(30).
       01 WS-MENSAGEM              PIC X(50).
       01 WS-OPERADORES-STATUS     PIC X(02).
       01 WS-EOF-OPERADORES        PIC X           VALUE 'N'.
           88 FIM-OPERADORES                       VALUE 'S'.
       01 WS-QTD-OPERADORES        PIC 9(03)       VALUE 0.
       01 WS-OPERADOR-TRANS        PIC X(08).
       01 WS-FUNCAO-EXIGIDA        PIC X(04).
       01 TAB-OPERADORES.
           05 TAB-OPR OCCURS 100 TIMES
                       INDEXED BY WS-OPIDX.
               10 TAB-OPR-ID            PIC X(08).
               10 TAB-OPR-SITUACAO      PIC X(01).
               10 TAB-OPR-FUNCOES.
                   15 TAB-OPR-FUNCAO    PIC X(04) OCCURS 8 TIMES
                                        INDEXED BY WS-OFIDX.

       01 TAB-ESTACOES-LIMITES.
           05 TAB-ESTLIM OCCURS 200 TIMES
                          INDEXED BY WS-ELIDX.
               10 TAB-ESTLIM-ID           PIC X(05).
               10 TAB-ESTLIM-POLUENTE     PIC X(04).
               10 TAB-ESTLIM-ACEITAVEL    PIC 9(01)V9(02).
               10 TAB-ESTLIM-GRUPO1       PIC 9(01)V9(02).
               10 TAB-ESTLIM-GRUPO1E2     PIC 9(01)V9(02).
               10 TAB-ESTLIM-TODOS        PIC 9(01)V9(02).

       01 TAB-REVISOES.
           05 TAB-REV OCCURS 100 TIMES
                       INDEXED BY WS-RIDX.
               10 TAB-REV-ACAO           PIC X(01).
               10 TAB-REV-ESTACAO-ID     PIC X(05).
               10 TAB-REV-POLUENTE       PIC X(04).
               10 TAB-REV-DATA           PIC 9(08).
               10 TAB-REV-HORA           PIC 9(06).
               10 TAB-REV-TECNICO        PIC X(08).
               10 TAB-REV-SITUACAO       PIC X(01).

       01 WS-LINHA-REJEITO-DET.
           05 FILLER             PIC X(06) VALUE "ACAO: ".
           05 WS-REJ-ACAO        PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 FILLER             PIC X(04) VALUE "EST:".
           05 WS-REJ-ESTACAO     PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 FILLER             PIC X(04) VALUE "POL:".
           05 WS-REJ-POLUENTE    PIC X(04).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 FILLER             PIC X(05) VALUE "DATA:".
           05 WS-REJ-DATA        PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 FILLER             PIC X(05) VALUE "HORA:".
           05 WS-REJ-HORA        PIC X(06).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 FILLER             PIC X(07) VALUE "MOTIVO:".
           05 WS-REJ-MOTIVO      PIC X(40).

       01 WS-CABECALHO-LOG.
           05 FILLER             PIC X(44)
              VALUE "REVISAO DE LEITURAS EM QUARENTENA - DIA ".
           05 WS-LOG-CAB-DATA    PIC 9999/99/99.
           05 FILLER             PIC X(46) VALUE SPACES.

       01 WS-LINHA-LOG-DET.
           05 WS-LOG-ACAO        PIC X(10).
           05 FILLER             PIC X(05) VALUE " EST:".
           05 WS-LOG-ESTACAO     PIC X(05).
           05 FILLER             PIC X(05) VALUE " POL:".
           05 WS-LOG-POLUENTE    PIC X(04).
           05 FILLER             PIC X(06) VALUE " DATA:".
           05 WS-LOG-DATA        PIC 9999/99/99.
           05 FILLER             PIC X(06) VALUE " HORA:".
           05 WS-LOG-HORA        PIC 9(06).
           05 FILLER             PIC X(05) VALUE " VAL:".
           05 WS-LOG-VALOR       PIC 9,99.
           05 FILLER             PIC X(05) VALUE " TEC:".
           05 WS-LOG-TECNICO     PIC X(08).
           05 FILLER             PIC X(06) VALUE " CAT: ".
           05 WS-LOG-CATEGORIA   PIC X(15).

       01 WS-LINHA-LOG-TOTAL.
           05 FILLER             PIC X(11) VALUE "LIBERADAS:".
           05 WS-LOG-TOT-LIB     PIC ZZZZ9.
           05 FILLER             PIC X(15) VALUE "  DESCARTADAS:".
           05 WS-LOG-TOT-DESC    PIC ZZZZ9.
           05 FILLER             PIC X(14) VALUE "  REJEITADAS:".
           05 WS-LOG-TOT-REJ     PIC ZZZZ9.
           05 FILLER             PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZACAO
            IF WS-COD-RETORNO = "00"
                PERFORM APLICA-REVISOES
                PERFORM REJEITA-NAO-ENCONTRADAS
                PERFORM REGRAVA-QUARENTENA
            END-IF
            PERFORM FINALIZACAO
            GOBACK.

       INICIALIZACAO.
            ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
            ACCEPT WS-HORA-EXECUCAO FROM TIME
            STRING WS-DATA-EXECUCAO WS-HORA-EXECUCAO(1:6)
                DELIMITED BY SIZE INTO WS-TIMESTAMP-ATUAL
            PERFORM CARREGA-OPERADORES
            IF WS-COD-RETORNO = "00"
                PERFORM ABRE-ARQUIVOS
            END-IF.

       ABRE-ARQUIVOS.
            OPEN INPUT QUARTRANS-FILE
            IF WS-QUARTRANS-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR QUARTRANS.DAT - STATUS: "
                    WS-QUARTRANS-STATUS
                MOVE "12" TO WS-COD-RETORNO
                MOVE 12 TO RETURN-CODE
            ELSE
                PERFORM CARREGA-ESTACOES
                OPEN OUTPUT QUARREJ-FILE
                OPEN OUTPUT QUARLOG-FILE
                MOVE WS-DATA-EXECUCAO TO WS-LOG-CAB-DATA
                WRITE LINHA-LOG FROM WS-CABECALHO-LOG
                PERFORM LER-QUARTRANS
                PERFORM CARREGA-REVISAO-TABELA UNTIL FIM-QUARTRANS
                CLOSE QUARTRANS-FILE
            END-IF.

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

       CARREGA-ESTACOES.
            OPEN INPUT ESTACOES-FILE
            IF WS-ESTACOES-STATUS = "00"
                PERFORM LER-ESTACAO
                PERFORM CARREGA-ESTACAO-TABELA UNTIL FIM-ESTACOES
                CLOSE ESTACOES-FILE
            END-IF.

       LER-ESTACAO.
            READ ESTACOES-FILE
                AT END
                    MOVE 'S' TO WS-EOF-ESTACOES
            END-READ.

       CARREGA-ESTACAO-TABELA.
            IF WS-QTD-ESTACOES < 200
                ADD 1 TO WS-QTD-ESTACOES
                MOVE ESTACAO-ID TO TAB-ESTLIM-ID (WS-QTD-ESTACOES)
                MOVE ESTACAO-POLUENTE
                    TO TAB-ESTLIM-POLUENTE (WS-QTD-ESTACOES)
                MOVE ESTACAO-LIM-ACEITAVEL
                    TO TAB-ESTLIM-ACEITAVEL (WS-QTD-ESTACOES)
                MOVE ESTACAO-LIM-GRUPO1
                    TO TAB-ESTLIM-GRUPO1 (WS-QTD-ESTACOES)
                MOVE ESTACAO-LIM-GRUPO1E2
                    TO TAB-ESTLIM-GRUPO1E2 (WS-QTD-ESTACOES)
                MOVE ESTACAO-LIM-TODOS
                    TO TAB-ESTLIM-TODOS (WS-QTD-ESTACOES)
            ELSE
                DISPLAY "TABELA DE ESTACOES CHEIA - IGNORADO: "
                    ESTACAO-ID " " ESTACAO-POLUENTE
            END-IF
            PERFORM LER-ESTACAO.

       LER-QUARTRANS.
            READ QUARTRANS-FILE
                AT END
                    MOVE 'S' TO WS-EOF-QUARTRANS
            END-READ.

       CARREGA-REVISAO-TABELA.
            IF WS-QTD-TRANSACOES < 100
                ADD 1 TO WS-QTD-TRANSACOES
                SET WS-RIDX TO WS-QTD-TRANSACOES
                MOVE QLIB-ACAO TO TAB-REV-ACAO (WS-RIDX)
                MOVE QLIB-ESTACAO-ID TO TAB-REV-ESTACAO-ID (WS-RIDX)
                MOVE QLIB-POLUENTE TO TAB-REV-POLUENTE (WS-RIDX)
                MOVE QLIB-DATA TO TAB-REV-DATA (WS-RIDX)
                MOVE QLIB-HORA TO TAB-REV-HORA (WS-RIDX)
                MOVE QLIB-TECNICO TO TAB-REV-TECNICO (WS-RIDX)
                MOVE 'P' TO TAB-REV-SITUACAO (WS-RIDX)
                MOVE SPACES TO WS-MOTIVO-REJEICAO
                EVALUATE TRUE
                    WHEN NOT ACAO-VALIDA
                        MOVE "ACAO DESCONHECIDA" TO WS-MOTIVO-REJEICAO
                    WHEN QLIB-DATA IS NOT NUMERIC
                         OR QLIB-HORA IS NOT NUMERIC
                        MOVE "DATA/HORA DA LEITURA INVALIDA"
                            TO WS-MOTIVO-REJEICAO
                    WHEN QLIB-TECNICO = SPACES
                        MOVE "TECNICO NAO INFORMADO"
                            TO WS-MOTIVO-REJEICAO
                    WHEN OTHER
                        MOVE QLIB-TECNICO TO WS-OPERADOR-TRANS
                        MOVE "QUAR" TO WS-FUNCAO-EXIGIDA
                        PERFORM VALIDA-OPERADOR
                END-EVALUATE
                IF WS-MOTIVO-REJEICAO NOT = SPACES
                    MOVE 'R' TO TAB-REV-SITUACAO (WS-RIDX)
                    PERFORM GRAVA-REJEITO-TABELA
                END-IF
            ELSE
                DISPLAY "TABELA DE TRANSACOES CHEIA - IGNORADO: "
                    QLIB-ESTACAO-ID " " QLIB-POLUENTE
            END-IF
            PERFORM LER-QUARTRANS.

       APLICA-REVISOES.
            OPEN INPUT QUARENTENA-FILE
            IF WS-QUARENTENA-STATUS NOT = "00"
                DISPLAY "QUARENTENA.DAT AUSENTE - NADA A REVISAR"
                MOVE 'S' TO WS-EOF-QUARENTENA
            ELSE
                OPEN OUTPUT QUAR-NOVO-FILE
                OPEN EXTEND HISTORICO-FILE
                IF WS-HIST-STATUS = "35"
                    OPEN OUTPUT HISTORICO-FILE
                END-IF
                OPEN EXTEND NOTIFICACOES-FILE
                IF WS-NOTIF-STATUS = "35"
                    OPEN OUTPUT NOTIFICACOES-FILE
                END-IF
                PERFORM LER-QUARENTENA
                PERFORM PROCESSA-QUARENTENA UNTIL FIM-QUARENTENA
                CLOSE QUARENTENA-FILE
                CLOSE QUAR-NOVO-FILE
                CLOSE HISTORICO-FILE
                CLOSE NOTIFICACOES-FILE
            END-IF.

       LER-QUARENTENA.
            READ QUARENTENA-FILE
                AT END
                    MOVE 'S' TO WS-EOF-QUARENTENA
            END-READ.

       PROCESSA-QUARENTENA.
            IF QUAR-PENDENTE
                SET WS-RIDX TO 1
                SEARCH TAB-REV
                    AT END
                        CONTINUE
                    WHEN TAB-REV-SITUACAO (WS-RIDX) = 'P'
                         AND TAB-REV-ESTACAO-ID (WS-RIDX)
                             = QUAR-ESTACAO-ID
                         AND TAB-REV-POLUENTE (WS-RIDX) = QUAR-POLUENTE
                         AND TAB-REV-DATA (WS-RIDX) = QUAR-DATA
                         AND TAB-REV-HORA (WS-RIDX) = QUAR-HORA
                        PERFORM APLICA-REVISAO
                END-SEARCH
            END-IF
            WRITE QUAR-NOVO-REG FROM QUAR-REG
            PERFORM LER-QUARENTENA.

       APLICA-REVISAO.
            MOVE TAB-REV-ACAO (WS-RIDX) TO QUAR-STATUS
            MOVE TAB-REV-TECNICO (WS-RIDX) TO QUAR-TECNICO
            MOVE WS-TIMESTAMP-ATUAL TO QUAR-TS-ACAO
            MOVE 'A' TO TAB-REV-SITUACAO (WS-RIDX)
            IF QUAR-LIBERADA
                ADD 1 TO WS-QTD-LIBERADAS
                PERFORM LOCALIZA-LIMITES-ESTACAO
                PERFORM CLASSIFICA-INDICE
                PERFORM GRAVA-HISTORICO
                IF WS-CATEGORIA NOT = "ACEITAVEL"
                    PERFORM GRAVA-NOTIFICACAO
                END-IF
                MOVE "LIBERADA" TO WS-LOG-ACAO
                MOVE WS-CATEGORIA TO WS-LOG-CATEGORIA
            ELSE
                ADD 1 TO WS-QTD-DESCARTADAS
                MOVE "DESCARTADA" TO WS-LOG-ACAO
                MOVE SPACES TO WS-LOG-CATEGORIA
            END-IF
            MOVE QUAR-ESTACAO-ID TO WS-LOG-ESTACAO
            MOVE QUAR-POLUENTE TO WS-LOG-POLUENTE
            MOVE QUAR-DATA TO WS-LOG-DATA
            MOVE QUAR-HORA TO WS-LOG-HORA
            MOVE QUAR-INDPOL TO WS-LOG-VALOR
            MOVE QUAR-TECNICO TO WS-LOG-TECNICO
            WRITE LINHA-LOG FROM WS-LINHA-LOG-DET.

       LOCALIZA-LIMITES-ESTACAO.
            MOVE 0,25 TO WS-LIM-ACEITAVEL
            MOVE 0,30 TO WS-LIM-GRUPO1
            MOVE 0,40 TO WS-LIM-GRUPO1E2
            MOVE 0,50 TO WS-LIM-TODOS
            SET WS-ELIDX TO 1
            SEARCH TAB-ESTLIM
                AT END
                    CONTINUE
                WHEN TAB-ESTLIM-ID (WS-ELIDX) = QUAR-ESTACAO-ID
                     AND TAB-ESTLIM-POLUENTE (WS-ELIDX) = QUAR-POLUENTE
                    MOVE TAB-ESTLIM-ACEITAVEL (WS-ELIDX)
                        TO WS-LIM-ACEITAVEL
                    MOVE TAB-ESTLIM-GRUPO1 (WS-ELIDX) TO WS-LIM-GRUPO1
                    MOVE TAB-ESTLIM-GRUPO1E2 (WS-ELIDX)
                        TO WS-LIM-GRUPO1E2
                    MOVE TAB-ESTLIM-TODOS (WS-ELIDX) TO WS-LIM-TODOS
            END-SEARCH.

       CLASSIFICA-INDICE.
            IF QUAR-INDPOL < WS-LIM-ACEITAVEL
                MOVE "ACEITAVEL" TO WS-CATEGORIA
                MOVE SPACES TO WS-MENSAGEM
            ELSE
                IF QUAR-INDPOL < WS-LIM-GRUPO1E2
                    MOVE "GRUPO 1" TO WS-CATEGORIA
                    MOVE "INTIME GRUPO 1 A SUSPENDER ATIVIDADES"
                        TO WS-MENSAGEM
                ELSE
                    IF QUAR-INDPOL < WS-LIM-TODOS
                        MOVE "GRUPO 1 E 2" TO WS-CATEGORIA
                        MOVE "INTIME GRUPO 1 E 2 A SUSPENDER ATIVIDADES"
                            TO WS-MENSAGEM
                    ELSE
                        MOVE "TODOS OS GRUPOS" TO WS-CATEGORIA
                        MOVE "INTIME TODOS OS GRUPO SUSPENDER ATIVIDADE"
                            TO WS-MENSAGEM
                    END-IF
                END-IF
            END-IF.

       GRAVA-HISTORICO.
            MOVE QUAR-ESTACAO-ID TO HIST-ESTACAO-ID
            MOVE QUAR-POLUENTE TO HIST-POLUENTE
            MOVE QUAR-DATA TO HIST-DATA
            MOVE QUAR-HORA TO HIST-HORA
            MOVE QUAR-INDPOL TO HIST-INDPOL
            MOVE WS-CATEGORIA TO HIST-CATEGORIA
            WRITE HIST-REG.

       GRAVA-NOTIFICACAO.
            MOVE QUAR-ESTACAO-ID TO NOTIF-ESTACAO-ID
            MOVE QUAR-POLUENTE TO NOTIF-POLUENTE
            MOVE WS-TIMESTAMP-ATUAL TO NOTIF-TIMESTAMP
            MOVE WS-CATEGORIA TO NOTIF-CATEGORIA
            MOVE WS-MENSAGEM TO NOTIF-MENSAGEM
            MOVE "A" TO NOTIF-STATUS
            MOVE SPACES TO NOTIF-OPERADOR
            MOVE 0 TO NOTIF-TS-ACAO
            WRITE NOTIF-REG.

       GRAVA-REJEITO-TABELA.
            ADD 1 TO WS-QTD-REJEITADAS
            MOVE TAB-REV-ACAO (WS-RIDX) TO WS-REJ-ACAO
            MOVE TAB-REV-ESTACAO-ID (WS-RIDX) TO WS-REJ-ESTACAO
            MOVE TAB-REV-POLUENTE (WS-RIDX) TO WS-REJ-POLUENTE
            MOVE TAB-REV-DATA (WS-RIDX) TO WS-REJ-DATA
            MOVE TAB-REV-HORA (WS-RIDX) TO WS-REJ-HORA
            MOVE WS-MOTIVO-REJEICAO TO WS-REJ-MOTIVO
            WRITE LINHA-REJEITO FROM WS-LINHA-REJEITO-DET.

       REJEITA-NAO-ENCONTRADAS.
            MOVE 0 TO WS-SUB
            PERFORM VERIFICA-REVISAO-PENDENTE WS-QTD-TRANSACOES
                TIMES.

       VERIFICA-REVISAO-PENDENTE.
            ADD 1 TO WS-SUB
            IF TAB-REV-SITUACAO (WS-SUB) = 'P'
                SET WS-RIDX TO WS-SUB
                MOVE 'R' TO TAB-REV-SITUACAO (WS-RIDX)
                MOVE "QUARENTENA PENDENTE NAO ACHADA"
                    TO WS-MOTIVO-REJEICAO
                PERFORM GRAVA-REJEITO-TABELA
            END-IF.

       REGRAVA-QUARENTENA.
            IF WS-QUARENTENA-STATUS = "00"
                OPEN INPUT QUAR-NOVO-FILE
                OPEN OUTPUT QUARENTENA-FILE
                PERFORM LER-QUAR-NOVO
                PERFORM COPIA-QUAR-NOVO UNTIL FIM-NOVO
                CLOSE QUAR-NOVO-FILE
                CLOSE QUARENTENA-FILE
            END-IF.

       LER-QUAR-NOVO.
            READ QUAR-NOVO-FILE
                AT END
                    MOVE 'S' TO WS-EOF-NOVO
            END-READ.

       COPIA-QUAR-NOVO.
            WRITE QUAR-REG FROM QUAR-NOVO-REG
            PERFORM LER-QUAR-NOVO.

       FINALIZACAO.
            IF WS-COD-RETORNO = "00"
                MOVE WS-QTD-LIBERADAS TO WS-LOG-TOT-LIB
                MOVE WS-QTD-DESCARTADAS TO WS-LOG-TOT-DESC
                MOVE WS-QTD-REJEITADAS TO WS-LOG-TOT-REJ
                WRITE LINHA-LOG FROM WS-LINHA-LOG-TOTAL
                CLOSE QUARREJ-FILE
                CLOSE QUARLOG-FILE
                DISPLAY "LIBERAQUAR: " WS-QTD-TRANSACOES
                    " TRANSACOES LIDAS"
                DISPLAY "LIBERAQUAR: " WS-QTD-LIBERADAS
                    " LIBERADAS PARA HISTORICO.DAT"
                DISPLAY "LIBERAQUAR: " WS-QTD-DESCARTADAS
                    " DESCARTADAS"
                DISPLAY "LIBERAQUAR: " WS-QTD-REJEITADAS
                    " REJEITADAS EM QUARREJ.DAT"
            END-IF.
       END PROGRAM LIBERAQUAR.
