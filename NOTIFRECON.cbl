      *          NOTIFNOVO.DAT, the same two-step used by
      *          ARQUIVAMENTO on the live history files.
      * Tectonics: cobc
      ******************************************************************
      * Mod-history:
      * 15_10_26 DB  RECON-OPERADOR is now checked against the
      *              operator master OPERADORES.DAT as the
      *              transactions are loaded: the operator must exist,
      *              be active and hold function RECN to acknowledge
      *              or FECH (shift supervisors) to close an alert,
      *              otherwise the transaction goes to RECONREJ.DAT
      *              and is not applied.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFRECON.
           SELECT RECONREJ-FILE ASSIGN TO "RECONREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECONREJ-STATUS.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADORES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECONREJ-FILE.
       01  LINHA-REJEITO              PIC X(80).

       FD  OPERADORES-FILE.
           COPY OPERREG.

       WORKING-STORAGE SECTION.
       01 WS-RECONTRANS-STATUS     PIC X(02).
       01 WS-NOTIF-STATUS          PIC X(02).
       01 WS-QTD-REJEITADAS        PIC 9(05)       VALUE 0.
       01 WS-SUB                   PIC 9(03)       VALUE 0.
       01 WS-MOTIVO-REJEICAO       PIC X(40).
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

       01 TAB-RECON.
           05 TAB-REC OCCURS 100 TIMES
            ACCEPT WS-HORA-EXECUCAO FROM TIME
            STRING WS-DATA-EXECUCAO WS-HORA-EXECUCAO(1:6)
                DELIMITED BY SIZE INTO WS-TIMESTAMP-ATUAL
            PERFORM CARREGA-OPERADORES
            IF WS-COD-RETORNO = "00"
                PERFORM ABRE-ARQUIVOS
            END-IF.

       ABRE-ARQUIVOS.
            OPEN INPUT RECONTRANS-FILE
            IF WS-RECONTRANS-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR RECONTRANS.DAT - STATUS: "
                MOVE "12" TO WS-COD-RETORNO
                MOVE 12 TO RETURN-CODE
            ELSE
                OPEN OUTPUT RECONREJ-FILE
                PERFORM LER-RECONTRANS
                PERFORM CARREGA-RECON-TABELA UNTIL FIM-RECONTRANS
                CLOSE RECONTRANS-FILE
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

       LER-RECONTRANS.
                MOVE RECON-OPERADOR
                    TO TAB-REC-OPERADOR (WS-QTD-TRANSACOES)
                MOVE 'P' TO TAB-REC-SITUACAO (WS-QTD-TRANSACOES)
                PERFORM VALIDA-OPERADOR-RECON
            ELSE
                DISPLAY "TABELA DE TRANSACOES CHEIA - IGNORADO: "
                    RECON-ESTACAO-ID " " RECON-POLUENTE
            END-IF
            PERFORM LER-RECONTRANS.

      * A transaction whose operator may not perform its action is
      * rejected here and never matched against the alerts.
       VALIDA-OPERADOR-RECON.
            MOVE SPACES TO WS-MOTIVO-REJEICAO
            MOVE RECON-OPERADOR TO WS-OPERADOR-TRANS
            IF ACAO-FECHAR
                MOVE "FECH" TO WS-FUNCAO-EXIGIDA
            ELSE
                MOVE "RECN" TO WS-FUNCAO-EXIGIDA
            END-IF
            PERFORM VALIDA-OPERADOR
            IF WS-MOTIVO-REJEICAO NOT = SPACES
                MOVE 'R' TO TAB-REC-SITUACAO (WS-QTD-TRANSACOES)
                SET WS-RIDX TO WS-QTD-TRANSACOES
                PERFORM GRAVA-REJEITO-TABELA
            END-IF.

       APLICA-RECONHECIMENTOS.
            OPEN INPUT NOTIFICACOES-FILE
            IF WS-NOTIF-STATUS NOT = "00"
