      *          all), so the field team can be dispatched the same
      *          day. Read-only against both input files.
      * Tectonics: cobc
      ******************************************************************
      * Mod-history:
      * 15_10_26 DB  Pairs inside a planned maintenance window in
      *              JANELAS.DAT (kept by JANELASMANUT) that covers
      *              any part of the run date are listed as EM
      *              MANUTENCAO with the window's end and reason,
      *              and no longer counted as silent. A missing
      *              JANELAS.DAT simply means no window is open.
      * 15_10_26 DB  When no pair is silent but some are in a window,
      *              the report says the other pairs all reported
      *              instead of claiming every pair reported.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBERTURA.
           SELECT COBERTURA-FILE ASSIGN TO "COBERTURA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COBERTURA-STATUS.
           SELECT JANELAS-FILE ASSIGN TO "JANELAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JANELAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COBERTURA-FILE.
       01  LINHA-COBERTURA             PIC X(80).

       FD  JANELAS-FILE.
           COPY JANELAREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTACOES-STATUS       PIC X(02).
       01 WS-HIST-STATUS           PIC X(02).
       01 WS-QTD-PARES             PIC 9(03)       VALUE 0.
       01 WS-QTD-SEM-LEITURA       PIC 9(05)       VALUE 0.
       01 WS-SUB                   PIC 9(03)       VALUE 0.
       01 WS-JANELAS-STATUS        PIC X(02).
       01 WS-EOF-JANELAS           PIC X           VALUE 'N'.
           88 FIM-JANELAS                          VALUE 'S'.
       01 WS-QTD-EM-MANUTENCAO     PIC 9(05)       VALUE 0.

       01 TAB-COBERTURA.
           05 TAB-PAR OCCURS 200 TIMES
               10 TAB-PAR-POLUENTE       PIC X(04).
               10 TAB-PAR-LEU-HOJE       PIC X(01).
               10 TAB-PAR-ULT-DATA       PIC 9(08).
               10 TAB-PAR-EM-MANUT       PIC X(01).
               10 TAB-PAR-MANUT-FIM      PIC 9(08).
               10 TAB-PAR-MANUT-MOTIVO   PIC X(30).

       01 WS-CABECALHO-1.
           05 FILLER             PIC X(40)

       01 WS-COB-ULT-DATA-ED     PIC 9999/99/99.

       01 WS-LINHA-COB-MANUT.
           05 FILLER             PIC X(04) VALUE "EST:".
           05 WS-MAN-ESTACAO     PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 FILLER             PIC X(04) VALUE "POL:".
           05 WS-MAN-POLUENTE    PIC X(04).
           05 FILLER             PIC X(19)
              VALUE " EM MANUTENCAO ATE ".
           05 WS-MAN-FIM         PIC 9999/99/99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-MAN-MOTIVO      PIC X(30).
           05 FILLER             PIC X(02) VALUE SPACES.

       01 WS-LINHA-COB-OK.
           05 FILLER             PIC X(40)
              VALUE "TODAS AS ESTACOES/POLUENTES REPORTARAM".
           05 FILLER             PIC X(40) VALUE SPACES.

       01 WS-LINHA-COB-OK-DEMAIS.
           05 FILLER             PIC X(47)
              VALUE "DEMAIS ESTACOES/POLUENTES (FORA DE MANUTENCAO) ".
           05 FILLER             PIC X(33) VALUE "REPORTARAM".

       01 WS-LINHA-COB-TOTAL.
           05 FILLER             PIC X(25)
              VALUE "TOTAL DE PARES SILENTES: ".
           05 WS-COB-TOTAL       PIC ZZZZ9.
           05 FILLER             PIC X(50) VALUE SPACES.

       01 WS-LINHA-COB-TOTAL-MANUT.
           05 FILLER             PIC X(25)
              VALUE "TOTAL EM MANUTENCAO:     ".
           05 WS-COB-TOTAL-MANUT PIC ZZZZ9.
           05 FILLER             PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZACAO
                PERFORM LER-ESTACAO
                PERFORM CARREGA-PAR-TABELA UNTIL FIM-ESTACOES
                CLOSE ESTACOES-FILE
                PERFORM CARREGA-JANELAS
                OPEN INPUT HISTORICO-FILE
                IF WS-HIST-STATUS NOT = "00"
                    DISPLAY "ERRO AO ABRIR HISTORICO.DAT - STATUS: "
                    TO TAB-PAR-POLUENTE (WS-QTD-PARES)
                MOVE 'N' TO TAB-PAR-LEU-HOJE (WS-QTD-PARES)
                MOVE 0 TO TAB-PAR-ULT-DATA (WS-QTD-PARES)
                MOVE 'N' TO TAB-PAR-EM-MANUT (WS-QTD-PARES)
            ELSE
                DISPLAY "TABELA DE PARES CHEIA - IGNORADO: "
                    ESTACAO-ID " " ESTACAO-POLUENTE
            END-IF
            PERFORM LER-ESTACAO.

      * A window counts for the run date when it covers any part of
      * the day; a window with no pollutant covers every pair of the
      * station.
       CARREGA-JANELAS.
            OPEN INPUT JANELAS-FILE
            IF WS-JANELAS-STATUS = "00"
                PERFORM LER-JANELA
                PERFORM MARCA-PARES-JANELA UNTIL FIM-JANELAS
                CLOSE JANELAS-FILE
            END-IF.

       LER-JANELA.
            READ JANELAS-FILE
                AT END
                    MOVE 'S' TO WS-EOF-JANELAS
            END-READ.

       MARCA-PARES-JANELA.
            IF JAN-INICIO-DATA <= WS-DATA-EXECUCAO
                    AND JAN-FIM-DATA >= WS-DATA-EXECUCAO
                MOVE 0 TO WS-SUB
                PERFORM MARCA-PAR-JANELA WS-QTD-PARES TIMES
            END-IF
            PERFORM LER-JANELA.

       MARCA-PAR-JANELA.
            ADD 1 TO WS-SUB
            IF TAB-PAR-ESTACAO-ID (WS-SUB) = JAN-ESTACAO-ID
                    AND (JAN-POLUENTE = SPACES
                      OR TAB-PAR-POLUENTE (WS-SUB) = JAN-POLUENTE)
                MOVE 'S' TO TAB-PAR-EM-MANUT (WS-SUB)
                MOVE JAN-FIM-DATA TO TAB-PAR-MANUT-FIM (WS-SUB)
                MOVE JAN-MOTIVO TO TAB-PAR-MANUT-MOTIVO (WS-SUB)
            END-IF.

       LER-HISTORICO.
            READ HISTORICO-FILE
                AT END
            MOVE 0 TO WS-SUB
            PERFORM LISTA-PAR WS-QTD-PARES TIMES
            IF WS-QTD-SEM-LEITURA = 0
                IF WS-QTD-EM-MANUTENCAO = 0
                    WRITE LINHA-COBERTURA FROM WS-LINHA-COB-OK
                ELSE
                    WRITE LINHA-COBERTURA FROM WS-LINHA-COB-OK-DEMAIS
                END-IF
            END-IF
            MOVE WS-QTD-SEM-LEITURA TO WS-COB-TOTAL
            WRITE LINHA-COBERTURA FROM WS-LINHA-COB-TOTAL
            MOVE WS-QTD-EM-MANUTENCAO TO WS-COB-TOTAL-MANUT
            WRITE LINHA-COBERTURA FROM WS-LINHA-COB-TOTAL-MANUT
            CLOSE COBERTURA-FILE.

       LISTA-PAR.
            ADD 1 TO WS-SUB
            EVALUATE TRUE
                WHEN TAB-PAR-EM-MANUT (WS-SUB) = 'S'
                    PERFORM LISTA-PAR-MANUTENCAO
                WHEN TAB-PAR-LEU-HOJE (WS-SUB) = 'N'
                    PERFORM LISTA-PAR-SILENTE
            END-EVALUATE.

       LISTA-PAR-MANUTENCAO.
            ADD 1 TO WS-QTD-EM-MANUTENCAO
            MOVE TAB-PAR-ESTACAO-ID (WS-SUB) TO WS-MAN-ESTACAO
            MOVE TAB-PAR-POLUENTE (WS-SUB) TO WS-MAN-POLUENTE
            MOVE TAB-PAR-MANUT-FIM (WS-SUB) TO WS-MAN-FIM
            MOVE TAB-PAR-MANUT-MOTIVO (WS-SUB) TO WS-MAN-MOTIVO
            WRITE LINHA-COBERTURA FROM WS-LINHA-COB-MANUT.

       LISTA-PAR-SILENTE.
            ADD 1 TO WS-QTD-SEM-LEITURA
            MOVE TAB-PAR-ESTACAO-ID (WS-SUB) TO WS-COB-ESTACAO
            MOVE TAB-PAR-POLUENTE (WS-SUB) TO WS-COB-POLUENTE
            IF TAB-PAR-ULT-DATA (WS-SUB) = 0
                MOVE "NUNCA" TO WS-COB-ULT-DATA
            ELSE
                MOVE TAB-PAR-ULT-DATA (WS-SUB)
                    TO WS-COB-ULT-DATA-ED
                MOVE WS-COB-ULT-DATA-ED TO WS-COB-ULT-DATA
            END-IF
            WRITE LINHA-COBERTURA FROM WS-LINHA-COB-DET.

       FINALIZACAO.
            IF WS-COD-RETORNO = "00"
                DISPLAY "COBERTURA: " WS-QTD-PARES " PARES VERIFICADOS"
                DISPLAY "COBERTURA: " WS-QTD-SEM-LEITURA
                    " SEM LEITURA NO DIA"
                DISPLAY "COBERTURA: " WS-QTD-EM-MANUTENCAO
                    " EM MANUTENCAO PROGRAMADA"
            END-IF.
       END PROGRAM COBERTURA.
