      ******************************************************************
      * Author:DIOGO BISPO.
      * Date:15_10_26.
      * Purpose: Settlement of client payments against the open
      *          items FATURAMENTO leaves in the receivables file
      *          RECEBER.DAT. Reads payment transactions from
      *          PAGAMENTOS.DAT (invoice number, amount received,
      *          payment date) and validates each one - the invoice
      *          must exist and still be aberta, the amount must be
      *          positive and may not exceed the balance still open,
      *          the date must be filled in. Good payments are added
      *          to the invoice's amount paid; the payment that
      *          completes the invoice moves it to liquidada with
      *          the payment date as its settlement date. Partial
      *          payments leave it aberta with the balance reduced.
      *          Each payment applied is listed in PAGLOG.DAT with
      *          the balance left, followed by the total still open
      *          across the whole file; rejects go to PAGREJ.DAT with
      *          the reason. RECEBER.DAT is rewritten in full.
      * Tectonics: cobc
      ******************************************************************
      * Mod-history:
      * 15_10_26 DB  Each run is recorded in AUDIT.DAT and a second
      *              run on a day that already has an RC=00 run is
      *              refused with RC=08, so a rerun can no longer
      *              credit the same partial payments twice.
      * 15_10_26 DB  Receivables table raised to 2000 titles; a
      *              RECEBER.DAT that does not fit ends the run with
      *              RC=12 before any payment is applied, instead of
      *              leaving the titles that did not fit out of the
      *              rewritten file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXAPAGTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGAMENTOS-FILE ASSIGN TO "PAGAMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGAMENTOS-STATUS.
           SELECT RECEBER-FILE ASSIGN TO "RECEBER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEBER-STATUS.
           SELECT PAGREJ-FILE ASSIGN TO "PAGREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGREJ-STATUS.
           SELECT PAGLOG-FILE ASSIGN TO "PAGLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGLOG-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAGAMENTOS-FILE.
       01  PAGAMENTO-REG.
           05 PAG-FATURA             PIC 9(06).
           05 PAG-VALOR              PIC 9(11)V99.
           05 PAG-DATA               PIC 9(08).

       FD  RECEBER-FILE.
           COPY RECEBREG.

       FD  PAGREJ-FILE.
       01  LINHA-REJEITO             PIC X(80).

       FD  PAGLOG-FILE.
       01  LINHA-LOG                 PIC X(80).

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 WS-PAGAMENTOS-STATUS     PIC X(02).
       01 WS-RECEBER-STATUS        PIC X(02).
       01 WS-PAGREJ-STATUS         PIC X(02).
       01 WS-PAGLOG-STATUS         PIC X(02).
       01 WS-AUDIT-STATUS          PIC X(02).
       01 WS-COD-RETORNO           PIC X(02)       VALUE "00".
       01 WS-DATA-EXECUCAO         PIC 9(08).
       01 WS-HORA-EXECUCAO         PIC 9(08).
       01 WS-EOF-PAGAMENTOS        PIC X           VALUE 'N'.
           88 FIM-PAGAMENTOS                       VALUE 'S'.
       01 WS-EOF-RECEBER           PIC X           VALUE 'N'.
           88 FIM-RECEBER                          VALUE 'S'.
       01 WS-EOF-AUDIT             PIC X           VALUE 'N'.
           88 FIM-AUDIT                            VALUE 'S'.
       01 WS-JA-EXECUTADO          PIC X           VALUE 'N'.
           88 JA-EXECUTADO                         VALUE 'S'.
       01 WS-QTD-TITULOS           PIC 9(04)       VALUE 0.
       01 WS-QTD-LIDAS             PIC 9(05)       VALUE 0.
       01 WS-QTD-APLICADAS         PIC 9(05)       VALUE 0.
       01 WS-QTD-LIQUIDADAS        PIC 9(05)       VALUE 0.
       01 WS-QTD-REJEITADAS        PIC 9(05)       VALUE 0.
       01 WS-QTD-EM-ABERTO         PIC 9(05)       VALUE 0.
       01 WS-MOTIVO-REJEICAO       PIC X(40).
       01 WS-SUB                   PIC 9(04)       VALUE 0.
       01 WS-SUB-ACHADO            PIC 9(04)       VALUE 0.
       01 WS-SALDO                 PIC 9(11)V99    VALUE 0.
       01 WS-SALDO-TOTAL           PIC 9(13)V99    VALUE 0.

       01 TAB-RECEBER.
           05 TAB-TIT OCCURS 2000 TIMES.
               10 TAB-TIT-FATURA          PIC 9(06).
               10 TAB-TIT-OBRA            PIC X(05).
               10 TAB-TIT-EMISSAO         PIC 9(08).
               10 TAB-TIT-VENCTO          PIC 9(08).
               10 TAB-TIT-VALOR           PIC 9(11)V99.
               10 TAB-TIT-PAGO            PIC 9(11)V99.
               10 TAB-TIT-STATUS          PIC X(01).
               10 TAB-TIT-BAIXA           PIC 9(08).

       01 WS-CABECALHO-LOG.
           05 FILLER             PIC X(31)
              VALUE "BAIXA DE PAGAMENTOS DE FATURAS ".
           05 WS-LOG-CAB-DATA    PIC 9999/99/99.
           05 FILLER             PIC X(39) VALUE SPACES.

       01 WS-LINHA-LOG-DET.
           05 FILLER             PIC X(04) VALUE "FAT:".
           05 WS-LOG-FATURA      PIC 9(06).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 FILLER             PIC X(05) VALUE "OBRA:".
           05 WS-LOG-OBRA        PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 FILLER             PIC X(05) VALUE "PAGO:".
           05 WS-LOG-VALOR       PIC ZZZZZZZZZZ9,99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 FILLER             PIC X(06) VALUE "SALDO:".
           05 WS-LOG-SALDO       PIC ZZZZZZZZZZ9,99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-LOG-SITUACAO    PIC X(09).
           05 FILLER             PIC X(08) VALUE SPACES.

       01 WS-LINHA-LOG-TOTAL.
           05 FILLER             PIC X(20) VALUE "FATURAS EM ABERTO: ".
           05 WS-LOG-QTD-ABERTO  PIC ZZZZ9.
           05 FILLER             PIC X(17) VALUE "  SALDO A RECEB: ".
           05 WS-LOG-SALDO-TOTAL PIC ZZZZZZZZZZZZ9,99.
           05 FILLER             PIC X(22) VALUE SPACES.

       01 WS-LINHA-REJEITO-DET.
           05 FILLER             PIC X(04) VALUE "FAT:".
           05 WS-REJ-FATURA      PIC X(06).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 FILLER             PIC X(06) VALUE "VALOR:".
           05 WS-REJ-VALOR       PIC ZZZZZZZZZZ9,99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 FILLER             PIC X(08) VALUE "MOTIVO: ".
           05 WS-REJ-MOTIVO      PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZACAO
            IF WS-COD-RETORNO = "00"
                PERFORM PROCESSA-TRANSACAO UNTIL FIM-PAGAMENTOS
                PERFORM REGRAVA-RECEBER
            END-IF
            PERFORM FINALIZACAO
            GOBACK.

       INICIALIZACAO.
            ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
            ACCEPT WS-HORA-EXECUCAO FROM TIME
            PERFORM VERIFICA-EXECUCAO-DIA
            IF JA-EXECUTADO
                DISPLAY "BAIXAPAGTO JA EXECUTADO COM SUCESSO EM "
                    WS-DATA-EXECUCAO " - NOVA EXECUCAO RECUSADA"
                MOVE "08" TO WS-COD-RETORNO
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM ABRE-ARQUIVOS
            END-IF.

       VERIFICA-EXECUCAO-DIA.
            OPEN INPUT AUDIT-LOG-FILE
            IF WS-AUDIT-STATUS = "00"
                PERFORM LER-AUDIT-GUARDA
                PERFORM PROCURA-EXECUCAO-DIA UNTIL FIM-AUDIT
                CLOSE AUDIT-LOG-FILE
            END-IF.

       LER-AUDIT-GUARDA.
            READ AUDIT-LOG-FILE
                AT END
                    MOVE 'S' TO WS-EOF-AUDIT
            END-READ.

       PROCURA-EXECUCAO-DIA.
            IF AUDIT-DATA-EXEC = WS-DATA-EXECUCAO
                    AND AUDIT-COD-RETORNO = "00"
                    AND AUDIT-PROGRAMA = "BAIXAPAGTO"
                MOVE 'S' TO WS-JA-EXECUTADO
            END-IF
            PERFORM LER-AUDIT-GUARDA.

       ABRE-ARQUIVOS.
            OPEN INPUT PAGAMENTOS-FILE
            IF WS-PAGAMENTOS-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR PAGAMENTOS.DAT - STATUS: "
                    WS-PAGAMENTOS-STATUS
                MOVE "12" TO WS-COD-RETORNO
                MOVE 12 TO RETURN-CODE
            ELSE
                PERFORM CARREGA-RECEBER
                IF WS-COD-RETORNO = "00"
                    OPEN OUTPUT PAGREJ-FILE
                    OPEN OUTPUT PAGLOG-FILE
                    MOVE WS-DATA-EXECUCAO TO WS-LOG-CAB-DATA
                    WRITE LINHA-LOG FROM WS-CABECALHO-LOG
                    PERFORM LER-TRANSACAO
                ELSE
                    CLOSE PAGAMENTOS-FILE
                END-IF
            END-IF.

       CARREGA-RECEBER.
            OPEN INPUT RECEBER-FILE
            IF WS-RECEBER-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR RECEBER.DAT - STATUS: "
                    WS-RECEBER-STATUS
                MOVE "12" TO WS-COD-RETORNO
                MOVE 12 TO RETURN-CODE
            ELSE
                PERFORM LER-RECEBER
                PERFORM CARREGA-RECEBER-TABELA UNTIL FIM-RECEBER
                CLOSE RECEBER-FILE
            END-IF.

       LER-RECEBER.
            READ RECEBER-FILE
                AT END
                    MOVE 'S' TO WS-EOF-RECEBER
            END-READ.

      * RECEBER.DAT is rewritten from this table, so a file that
      * does not fit stops the run - never rewrite a partial master.
       CARREGA-RECEBER-TABELA.
            IF WS-QTD-TITULOS < 2000
                ADD 1 TO WS-QTD-TITULOS
                MOVE RECEB-FATURA TO TAB-TIT-FATURA (WS-QTD-TITULOS)
                MOVE RECEB-OBRA TO TAB-TIT-OBRA (WS-QTD-TITULOS)
                MOVE RECEB-DATA-EMISSAO
                    TO TAB-TIT-EMISSAO (WS-QTD-TITULOS)
                MOVE RECEB-DATA-VENCTO
                    TO TAB-TIT-VENCTO (WS-QTD-TITULOS)
                MOVE RECEB-VALOR TO TAB-TIT-VALOR (WS-QTD-TITULOS)
                MOVE RECEB-VALOR-PAGO TO TAB-TIT-PAGO (WS-QTD-TITULOS)
                MOVE RECEB-STATUS TO TAB-TIT-STATUS (WS-QTD-TITULOS)
                MOVE RECEB-DATA-BAIXA TO TAB-TIT-BAIXA (WS-QTD-TITULOS)
            ELSE
                DISPLAY "TABELA DE TITULOS CHEIA NA FATURA "
                    RECEB-FATURA " - RECEBER.DAT NAO ALTERADO"
                MOVE "12" TO WS-COD-RETORNO
                MOVE 12 TO RETURN-CODE
                MOVE 'S' TO WS-EOF-RECEBER
            END-IF
            IF NOT FIM-RECEBER
                PERFORM LER-RECEBER
            END-IF.

       LER-TRANSACAO.
            READ PAGAMENTOS-FILE
                AT END
                    MOVE 'S' TO WS-EOF-PAGAMENTOS
            END-READ.

       PROCESSA-TRANSACAO.
            ADD 1 TO WS-QTD-LIDAS
            PERFORM VALIDA-TRANSACAO
            IF WS-MOTIVO-REJEICAO = SPACES
                PERFORM APLICA-TRANSACAO
            ELSE
                PERFORM REJEITA-TRANSACAO
            END-IF
            PERFORM LER-TRANSACAO.

       VALIDA-TRANSACAO.
            MOVE SPACES TO WS-MOTIVO-REJEICAO
            MOVE 0 TO WS-SUB-ACHADO
            MOVE 0 TO WS-SALDO
            IF PAG-FATURA IS NUMERIC
                PERFORM PESQUISA-FATURA
            END-IF
            EVALUATE TRUE
                WHEN PAG-FATURA NOT NUMERIC OR PAG-FATURA = 0
                    MOVE "NUMERO DE FATURA INVALIDO"
                        TO WS-MOTIVO-REJEICAO
                WHEN WS-SUB-ACHADO = 0
                    MOVE "FATURA DESCONHECIDA" TO WS-MOTIVO-REJEICAO
                WHEN TAB-TIT-STATUS (WS-SUB-ACHADO) = "L"
                    MOVE "FATURA JA LIQUIDADA" TO WS-MOTIVO-REJEICAO
                WHEN PAG-VALOR NOT NUMERIC
                    MOVE "VALOR NAO NUMERICO" TO WS-MOTIVO-REJEICAO
                WHEN PAG-VALOR = 0
                    MOVE "VALOR NAO POSITIVO" TO WS-MOTIVO-REJEICAO
                WHEN PAG-VALOR > WS-SALDO
                    MOVE "VALOR EXCEDE O SALDO EM ABERTO"
                        TO WS-MOTIVO-REJEICAO
                WHEN PAG-DATA NOT NUMERIC OR PAG-DATA = 0
                    MOVE "DATA DE PAGAMENTO INVALIDA"
                        TO WS-MOTIVO-REJEICAO
            END-EVALUATE.

       PESQUISA-FATURA.
            MOVE 0 TO WS-SUB
            PERFORM PESQUISA-FATURA-ITEM WS-QTD-TITULOS TIMES
            IF WS-SUB-ACHADO > 0
                COMPUTE WS-SALDO = TAB-TIT-VALOR (WS-SUB-ACHADO)
                    - TAB-TIT-PAGO (WS-SUB-ACHADO)
                END-COMPUTE
            END-IF.

       PESQUISA-FATURA-ITEM.
            ADD 1 TO WS-SUB
            IF TAB-TIT-FATURA (WS-SUB) = PAG-FATURA
                MOVE WS-SUB TO WS-SUB-ACHADO
            END-IF.

       APLICA-TRANSACAO.
            ADD PAG-VALOR TO TAB-TIT-PAGO (WS-SUB-ACHADO)
            SUBTRACT PAG-VALOR FROM WS-SALDO
            ADD 1 TO WS-QTD-APLICADAS
            IF WS-SALDO = 0
                MOVE "L" TO TAB-TIT-STATUS (WS-SUB-ACHADO)
                MOVE PAG-DATA TO TAB-TIT-BAIXA (WS-SUB-ACHADO)
                ADD 1 TO WS-QTD-LIQUIDADAS
                MOVE "LIQUIDADA" TO WS-LOG-SITUACAO
            ELSE
                MOVE "PARCIAL" TO WS-LOG-SITUACAO
            END-IF
            MOVE PAG-FATURA TO WS-LOG-FATURA
            MOVE TAB-TIT-OBRA (WS-SUB-ACHADO) TO WS-LOG-OBRA
            MOVE PAG-VALOR TO WS-LOG-VALOR
            MOVE WS-SALDO TO WS-LOG-SALDO
            WRITE LINHA-LOG FROM WS-LINHA-LOG-DET.

       REJEITA-TRANSACAO.
            ADD 1 TO WS-QTD-REJEITADAS
            MOVE PAG-FATURA TO WS-REJ-FATURA
            IF PAG-VALOR IS NUMERIC
                MOVE PAG-VALOR TO WS-REJ-VALOR
            ELSE
                MOVE 0 TO WS-REJ-VALOR
            END-IF
            MOVE WS-MOTIVO-REJEICAO TO WS-REJ-MOTIVO
            WRITE LINHA-REJEITO FROM WS-LINHA-REJEITO-DET.

       REGRAVA-RECEBER.
            OPEN OUTPUT RECEBER-FILE
            MOVE 0 TO WS-SUB
            PERFORM GRAVA-RECEBER-TABELA WS-QTD-TITULOS TIMES
            CLOSE RECEBER-FILE
            MOVE WS-QTD-EM-ABERTO TO WS-LOG-QTD-ABERTO
            MOVE WS-SALDO-TOTAL TO WS-LOG-SALDO-TOTAL
            WRITE LINHA-LOG FROM WS-LINHA-LOG-TOTAL.

       GRAVA-RECEBER-TABELA.
            ADD 1 TO WS-SUB
            MOVE TAB-TIT-FATURA (WS-SUB) TO RECEB-FATURA
            MOVE TAB-TIT-OBRA (WS-SUB) TO RECEB-OBRA
            MOVE TAB-TIT-EMISSAO (WS-SUB) TO RECEB-DATA-EMISSAO
            MOVE TAB-TIT-VENCTO (WS-SUB) TO RECEB-DATA-VENCTO
            MOVE TAB-TIT-VALOR (WS-SUB) TO RECEB-VALOR
            MOVE TAB-TIT-PAGO (WS-SUB) TO RECEB-VALOR-PAGO
            MOVE TAB-TIT-STATUS (WS-SUB) TO RECEB-STATUS
            MOVE TAB-TIT-BAIXA (WS-SUB) TO RECEB-DATA-BAIXA
            WRITE RECEB-REG
            IF TAB-TIT-STATUS (WS-SUB) NOT = "L"
                ADD 1 TO WS-QTD-EM-ABERTO
                COMPUTE WS-SALDO-TOTAL = WS-SALDO-TOTAL
                    + TAB-TIT-VALOR (WS-SUB) - TAB-TIT-PAGO (WS-SUB)
                END-COMPUTE
            END-IF.

       FINALIZACAO.
            IF WS-COD-RETORNO = "00"
                CLOSE PAGAMENTOS-FILE
                CLOSE PAGREJ-FILE
                CLOSE PAGLOG-FILE
                DISPLAY "BAIXAPAGTO: " WS-QTD-LIDAS
                    " PAGAMENTOS LIDOS"
                DISPLAY "BAIXAPAGTO: " WS-QTD-APLICADAS
                    " APLICADOS, " WS-QTD-LIQUIDADAS
                    " FATURAS LIQUIDADAS"
                DISPLAY "BAIXAPAGTO: " WS-QTD-REJEITADAS
                    " REJEITADOS EM PAGREJ.DAT"
            END-IF
            PERFORM GRAVA-AUDITORIA.

       GRAVA-AUDITORIA.
            OPEN EXTEND AUDIT-LOG-FILE
            IF WS-AUDIT-STATUS = "35"
                OPEN OUTPUT AUDIT-LOG-FILE
            END-IF
            MOVE "BAIXAPAGTO" TO AUDIT-PROGRAMA
            MOVE WS-DATA-EXECUCAO TO AUDIT-DATA-EXEC
            MOVE WS-HORA-EXECUCAO TO AUDIT-HORA-EXEC
            MOVE WS-QTD-LIDAS TO AUDIT-QTD-LIDOS
            MOVE WS-QTD-REJEITADAS TO AUDIT-QTD-REJEITADOS
            MOVE WS-COD-RETORNO TO AUDIT-COD-RETORNO
            MOVE SPACES TO AUDIT-PARAMETROS
            WRITE AUDIT-REG
            CLOSE AUDIT-LOG-FILE.
       END PROGRAM BAIXAPAGTO.
