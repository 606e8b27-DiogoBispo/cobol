      *              rejects out-of-range values with a console
      *              warning, and echoes the effective value into the
      *              new AUDIT-PARAMETROS of the audit record.
      * 15_10_26 DB  Plausibility stage after VALIDA-FAIXA: each
      *              reading is compared with its station/pollutant's
      *              recent readings (the tail of HISTORICO.DAT, kept
      *              up to date as the run accepts readings). A value
      *              that would repeat more than MAXREPETICAO times in
      *              a row (a frozen sensor) or that jumps from the
      *              previous reading by more than SALTOMAXIMO
      *              hundredths (a glitch) goes to QUARENTENA.DAT
      *              pendente, is not classified and raises no alert
      *              until LIBERAQUAR releases it. Both limits come
      *              from PARAMOPER.DAT and are echoed in the audit
      *              record.
      * 15_10_26 DB  A reading whose date and time fall inside a
      *              planned maintenance window of JANELAS.DAT (kept
      *              by JANELASMANUT) for its station, or for its
      *              station/pollutant, is set aside to EXCECOES.DAT
      *              right after VALIDA-FAIXA: it is not checked for
      *              plausibility, not classified and raises no
      *              alert. A missing JANELAS.DAT means no window.
      * 15_10_26 DB  TRANSACOES.DAT now arrives wrapped in a header
      *              (business date, batch sequence) and a trailer
      *              (record count, hash of TRANS-INDPOL), layout in
      *              CTRLARQ. The file is checked in full before
      *              processing; a wrong date, a repeated or skipped
      *              sequence or totals that disagree refuse the run
      *              with RC 16 and the reason in AUDIT-PARAMETROS.
      *              The last accepted sequence is kept in
      *              CTRLENTRADA.DAT on successful end.
      * 15_10_26 DB  A reading sent to QUARENTENA.DAT is now counted
      *              with the exceptions, so the audit record's
      *              rejected total (and the restart checkpoint)
      *              covers every reading read but not stored in
      *              HISTORICO.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDICEPOLUICAO.
           SELECT PARAMOPER-FILE ASSIGN TO "PARAMOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMOPER-STATUS.
           SELECT QUARENTENA-FILE ASSIGN TO "QUARENTENA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUARENTENA-STATUS.
           SELECT JANELAS-FILE ASSIGN TO "JANELAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JANELAS-STATUS.
           SELECT CTRLENTRADA-FILE ASSIGN TO "CTRLENTRADA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRLENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
                                                  "PM25" "O3  ".
           05 TRANS-INDPOL            PIC 9(01)V9(02).
           05 TRANS-HORA              PIC 9(06).
       01  TRANS-REG-CTRL.
           05 TRANS-CTRL-TIPO         PIC X(03).
               88 TRANS-REG-TRAILER       VALUE "TRL".
           05 FILLER                  PIC X(25).

       FD  ESTACOES-FILE.
       01  ESTACAO-REG.
           05 PARAM-NOME              PIC X(12).
           05 PARAM-VALOR             PIC 9(05).

       FD  QUARENTENA-FILE.
           COPY QUARREG.

       FD  JANELAS-FILE.
           COPY JANELAREG.
       FD  CTRLENTRADA-FILE.
           COPY CTRLENTREG.

       WORKING-STORAGE SECTION.
       01 WS-FAIXA-MINIMA          PIC 9(01)V9(02) VALUE 0.
       01 WS-FAIXA-MAXIMA          PIC 9(01)V9(02) VALUE 1.
       01 WS-INTERVALO-CHECKPOINT  PIC 9(03)       VALUE 10.
       01 WS-TRANSACOES-STATUS     PIC X(02).
       01 WS-COD-RETORNO           PIC X(02)       VALUE "00".
       01 WS-CTRLENT-STATUS        PIC X(02).
       01 WS-EOF-CTRLENT           PIC X           VALUE 'N'.
           88 FIM-CTRLENT                          VALUE 'S'.
       01 WS-QTD-CTRLENT           PIC 9(03)       VALUE 0.
       01 WS-CTRLENT-ACHADO        PIC X           VALUE 'N'.
           88 CTRLENT-ACHADO                       VALUE 'S'.
       01 WS-CTL-ARQUIVO           PIC X(16).
       01 WS-CTL-QTD-DETALHES      PIC 9(07)       VALUE 0.
       01 WS-CTL-HASH              PIC S9(13)V9(02)    VALUE 0.
       01 WS-CTL-SEQUENCIA         PIC 9(05)       VALUE 0.
       01 WS-CTL-MOTIVO            PIC X(13)       VALUE SPACES.
       01 WS-CTL-AUDITORIA         PIC X(30)       VALUE SPACES.
       01 WS-CTL-HEADER-LIDO       PIC X           VALUE 'N'.
           88 CTL-HEADER-LIDO                      VALUE 'S'.
       01 WS-CTL-TRAILER-LIDO      PIC X           VALUE 'N'.
           88 CTL-TRAILER-LIDO                     VALUE 'S'.
       01 WS-CTL-DETALHE           PIC X           VALUE 'N'.
           88 CTL-DETALHE                          VALUE 'S'.
           COPY CTRLARQ.
       01 TAB-CONTROLE-ENTRADA.
           05 TAB-CTE OCCURS 20 TIMES
                       INDEXED BY WS-CTIDX.
               10 TAB-CTE-ARQUIVO       PIC X(16).
               10 TAB-CTE-ULT-SEQ       PIC 9(05).
               10 TAB-CTE-DATA          PIC 9(08).
               10 TAB-CTE-NOVA-SEQ      PIC 9(05).
               10 TAB-CTE-PENDENTE      PIC X(01).
       01 WS-EOF-AUDIT             PIC X           VALUE 'N'.
           88 FIM-AUDIT                            VALUE 'S'.
       01 WS-JA-EXECUTADO          PIC X           VALUE 'N'.
       01 WS-EOF-PARAMOPER         PIC X           VALUE 'N'.
           88 FIM-PARAMOPER                        VALUE 'S'.

       01 WS-QUARENTENA-STATUS     PIC X(02).
       01 WS-EOF-HISTORICO         PIC X           VALUE 'N'.
           88 FIM-HISTORICO                        VALUE 'S'.
       01 WS-QTD-QUARENTENA        PIC 9(05)       VALUE 0.
       01 WS-MAX-REPETICOES        PIC 9(02)       VALUE 5.
       01 WS-SALTO-MAXIMO          PIC 9(01)V9(02) VALUE 0,40.
       01 WS-SALTO                 PIC 9(01)V9(02).
       01 WS-QTD-PARES-RECENTES    PIC 9(03)       VALUE 0.
       01 WS-LEITURA-PLAUSIVEL     PIC X           VALUE 'S'.
           88 LEITURA-PLAUSIVEL                    VALUE 'S'.
       01 WS-REFERENCIA            PIC 9(01)V9(02).
       01 TAB-LEITURAS-RECENTES.
           05 TAB-REC OCCURS 200 TIMES
                       INDEXED BY WS-RCIDX.
               10 TAB-REC-ESTACAO-ID      PIC X(05).
               10 TAB-REC-POLUENTE        PIC X(04).
               10 TAB-REC-ULT-INDPOL      PIC 9(01)V9(02).
               10 TAB-REC-REPETICOES      PIC 9(03).

       01 WS-JANELAS-STATUS        PIC X(02).
       01 WS-EOF-JANELAS           PIC X           VALUE 'N'.
           88 FIM-JANELAS                          VALUE 'S'.
       01 WS-QTD-JANELAS           PIC 9(03)       VALUE 0.
       01 WS-MOMENTO-LEITURA.
           05 WS-MOMENTO-DATA      PIC 9(08).
           05 WS-MOMENTO-HORA      PIC 9(06).
       01 TAB-JANELAS-MANUTENCAO.
           05 TAB-JAN OCCURS 200 TIMES
                       INDEXED BY WS-JNIDX.
               10 TAB-JAN-ESTACAO-ID      PIC X(05).
               10 TAB-JAN-POLUENTE        PIC X(04).
               10 TAB-JAN-INICIO          PIC X(14).
               10 TAB-JAN-FIM             PIC X(14).

       01 WS-ECO-PARAMETROS.
           05 FILLER             PIC X(04) VALUE "CHK=".
           05 WS-ECO-CHECKPOINT  PIC 9(03).
           05 FILLER             PIC X(05) VALUE " REP=".
           05 WS-ECO-REPETICOES  PIC 9(02).
           05 FILLER             PIC X(05) VALUE " SAL=".
           05 WS-ECO-SALTO       PIC 9,99.
           05 FILLER             PIC X(07) VALUE SPACES.
       01 WS-ESTACOES-STATUS       PIC X(02).
       01 WS-EOF-ESTACOES          PIC X           VALUE 'N'.
           88 FIM-ESTACOES                         VALUE 'S'.
                MOVE "08" TO WS-COD-RETORNO
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM CARREGA-CONTROLE-ENTRADA
                PERFORM VERIFICA-CONTROLE-TRANSACOES
                IF WS-COD-RETORNO = "00"
                    PERFORM ABRE-ARQUIVOS
                END-IF
            END-IF.

       CARREGA-PARAMETROS.
                        WS-INTERVALO-CHECKPOINT
                END-IF
            END-IF
            IF PARAM-NOME = "MAXREPETICAO"
                IF PARAM-VALOR IS NUMERIC
                        AND PARAM-VALOR >= 2
                        AND PARAM-VALOR <= 99
                    MOVE PARAM-VALOR TO WS-MAX-REPETICOES
                ELSE
                    DISPLAY "INDICEPOLUICAO: MAXREPETICAO FORA DA "
                        "FAIXA EM PARAMOPER.DAT - USANDO "
                        WS-MAX-REPETICOES
                END-IF
            END-IF
            IF PARAM-NOME = "SALTOMAXIMO"
                IF PARAM-VALOR IS NUMERIC
                        AND PARAM-VALOR >= 1
                        AND PARAM-VALOR <= 100
                    COMPUTE WS-SALTO-MAXIMO = PARAM-VALOR / 100
                ELSE
                    DISPLAY "INDICEPOLUICAO: SALTOMAXIMO FORA DA "
                        "FAIXA EM PARAMOPER.DAT - USANDO "
                        WS-SALTO-MAXIMO
                END-IF
            END-IF
            PERFORM LER-PARAMETRO.

       VERIFICA-EXECUCAO-DIA.
                MOVE "12" TO WS-COD-RETORNO
                MOVE 12 TO RETURN-CODE
            ELSE
                PERFORM LER-HEADER-TRANSACOES
                PERFORM CARREGA-ESTACOES
                PERFORM CARREGA-LEITURAS-RECENTES
                PERFORM CARREGA-JANELAS
                OPEN EXTEND HISTORICO-FILE
                IF WS-HIST-STATUS = "35"
                    OPEN OUTPUT HISTORICO-FILE
                IF WS-NOTIF-STATUS = "35"
                    OPEN OUTPUT NOTIFICACOES-FILE
                END-IF
                OPEN EXTEND QUARENTENA-FILE
                IF WS-QUARENTENA-STATUS = "35"
                    OPEN OUTPUT QUARENTENA-FILE
                END-IF
                PERFORM LER-PONTO-REINICIO
                IF WS-PONTO-REINICIO > 0
                    OPEN EXTEND EXCECOES-FILE
                PERFORM LER-TRANSACAO
            END-IF.

      * Reads the whole of TRANSACOES.DAT once, before anything is
      * written, to check its header and trailer. A missing file is
      * left for ABRE-ARQUIVOS to report.
       VERIFICA-CONTROLE-TRANSACOES.
            MOVE "TRANSACOES.DAT" TO WS-CTL-ARQUIVO
            PERFORM INICIA-CONFERENCIA
            OPEN INPUT TRANSACOES-FILE
            IF WS-TRANSACOES-STATUS = "00"
                PERFORM LER-CONTROLE-TRANSACOES
                PERFORM CONFERE-TRANSACAO UNTIL FIM-TRANSACOES
                CLOSE TRANSACOES-FILE
                MOVE 'N' TO WS-EOF-TRANSACOES
                PERFORM ENCERRA-CONFERENCIA
            END-IF.

       LER-CONTROLE-TRANSACOES.
            READ TRANSACOES-FILE
                AT END
                    MOVE 'S' TO WS-EOF-TRANSACOES
            END-READ.

       CONFERE-TRANSACAO.
            MOVE TRANS-REG-CTRL TO CONTROLE-ARQ-REG
            PERFORM CONFERE-REGISTRO-CONTROLE
            IF CTL-DETALHE AND TRANS-INDPOL IS NUMERIC
                ADD TRANS-INDPOL TO WS-CTL-HASH
            END-IF
            PERFORM LER-CONTROLE-TRANSACOES.

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
                DISPLAY "INDICEPOLUICAO: " WS-CTL-ARQUIVO " LOTE "
                    WS-CTL-SEQUENCIA " CONFERIDO - "
                    WS-CTL-QTD-DETALHES " REGISTROS"
            ELSE
                DISPLAY "INDICEPOLUICAO: " WS-CTL-ARQUIVO
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

       LER-HEADER-TRANSACOES.
            READ TRANSACOES-FILE
                AT END
                    MOVE 'S' TO WS-EOF-TRANSACOES
            END-READ.

       CARREGA-ESTACOES.
            OPEN INPUT ESTACOES-FILE
            IF WS-ESTACOES-STATUS = "00"
            END-IF
            PERFORM LER-ESTACAO.

      * HISTORICO.DAT is appended in reading order, so its tail per
      * station/pollutant gives the last accepted value and how many
      * times in a row that value has been seen.
       CARREGA-LEITURAS-RECENTES.
            OPEN INPUT HISTORICO-FILE
            IF WS-HIST-STATUS = "00"
                PERFORM LER-HISTORICO-RECENTE
                PERFORM ACUMULA-LEITURA-RECENTE UNTIL FIM-HISTORICO
                CLOSE HISTORICO-FILE
            END-IF.

       LER-HISTORICO-RECENTE.
            READ HISTORICO-FILE
                AT END
                    MOVE 'S' TO WS-EOF-HISTORICO
            END-READ.

       ACUMULA-LEITURA-RECENTE.
            MOVE HIST-ESTACAO-ID TO WS-ESTACAO-ID
            MOVE HIST-POLUENTE TO WS-POLUENTE
            MOVE HIST-INDPOL TO INDPOL
            PERFORM REGISTRA-LEITURA-RECENTE
            PERFORM LER-HISTORICO-RECENTE.

       REGISTRA-LEITURA-RECENTE.
            SET WS-RCIDX TO 1
            SEARCH TAB-REC
                AT END
                    DISPLAY "TABELA DE LEITURAS RECENTES CHEIA - "
                        "IGNORADO: " WS-ESTACAO-ID " " WS-POLUENTE
                WHEN WS-RCIDX > WS-QTD-PARES-RECENTES
                    ADD 1 TO WS-QTD-PARES-RECENTES
                    MOVE WS-ESTACAO-ID TO TAB-REC-ESTACAO-ID (WS-RCIDX)
                    MOVE WS-POLUENTE TO TAB-REC-POLUENTE (WS-RCIDX)
                    MOVE INDPOL TO TAB-REC-ULT-INDPOL (WS-RCIDX)
                    MOVE 1 TO TAB-REC-REPETICOES (WS-RCIDX)
                WHEN TAB-REC-ESTACAO-ID (WS-RCIDX) = WS-ESTACAO-ID
                     AND TAB-REC-POLUENTE (WS-RCIDX) = WS-POLUENTE
                    IF INDPOL = TAB-REC-ULT-INDPOL (WS-RCIDX)
                        IF TAB-REC-REPETICOES (WS-RCIDX) < 999
                            ADD 1 TO TAB-REC-REPETICOES (WS-RCIDX)
                        END-IF
                    ELSE
                        MOVE INDPOL TO TAB-REC-ULT-INDPOL (WS-RCIDX)
                        MOVE 1 TO TAB-REC-REPETICOES (WS-RCIDX)
                    END-IF
            END-SEARCH.

      * Windows that ended before the run date cannot hold any of
      * today's readings and are not kept.
       CARREGA-JANELAS.
            OPEN INPUT JANELAS-FILE
            IF WS-JANELAS-STATUS = "00"
                PERFORM LER-JANELA
                PERFORM CARREGA-JANELA-TABELA UNTIL FIM-JANELAS
                CLOSE JANELAS-FILE
            END-IF.

       LER-JANELA.
            READ JANELAS-FILE
                AT END
                    MOVE 'S' TO WS-EOF-JANELAS
            END-READ.

       CARREGA-JANELA-TABELA.
            IF JAN-FIM-DATA >= WS-DATA-EXECUCAO
                IF WS-QTD-JANELAS < 200
                    ADD 1 TO WS-QTD-JANELAS
                    MOVE JAN-ESTACAO-ID
                        TO TAB-JAN-ESTACAO-ID (WS-QTD-JANELAS)
                    MOVE JAN-POLUENTE
                        TO TAB-JAN-POLUENTE (WS-QTD-JANELAS)
                    MOVE JAN-INICIO TO TAB-JAN-INICIO (WS-QTD-JANELAS)
                    MOVE JAN-FIM TO TAB-JAN-FIM (WS-QTD-JANELAS)
                ELSE
                    DISPLAY "TABELA DE JANELAS CHEIA - IGNORADO: "
                        JAN-ESTACAO-ID " " JAN-POLUENTE
                END-IF
            END-IF
            PERFORM LER-JANELA.

       LOCALIZA-LIMITES-ESTACAO.
            MOVE 0,25 TO WS-LIM-ACEITAVEL
            MOVE 0,30 TO WS-LIM-GRUPO1
                AT END
                    MOVE 'S' TO WS-EOF-TRANSACOES
                NOT AT END
                    IF TRANS-REG-TRAILER
                        MOVE 'S' TO WS-EOF-TRANSACOES
                    ELSE
                        MOVE TRANS-ESTACAO-ID TO WS-ESTACAO-ID
                        MOVE TRANS-POLUENTE TO WS-POLUENTE
                        MOVE TRANS-INDPOL TO INDPOL
                        IF TRANS-HORA IS NUMERIC
                            MOVE TRANS-HORA TO WS-HORA-LEITURA
                        ELSE
                            MOVE 0 TO WS-HORA-LEITURA
                        END-IF
                        ADD 1 TO WS-NUM-REGISTRO
                    END-IF
            END-READ.

       PROCESSA-TRANSACAO.
            ADD 1 TO WS-QTD-LIDOS
            PERFORM VALIDA-FAIXA
            IF LEITURA-OK
                PERFORM VERIFICA-MANUTENCAO
            END-IF
            IF LEITURA-OK
                PERFORM VERIFICA-PLAUSIBILIDADE
                IF LEITURA-PLAUSIVEL
                    PERFORM CLASSIFICA-INDICE
                    PERFORM GRAVA-HISTORICO
                    PERFORM REGISTRA-LEITURA-RECENTE
                    IF WS-CATEGORIA NOT = "ACEITAVEL"
                        PERFORM GRAVA-NOTIFICACAO
                    END-IF
                ELSE
                    PERFORM GRAVA-QUARENTENA
                END-IF
            ELSE
                PERFORM GRAVA-EXCECAO
                END-IF
            END-IF.

       VERIFICA-MANUTENCAO.
            MOVE WS-DATA-EXECUCAO TO WS-MOMENTO-DATA
            MOVE WS-HORA-LEITURA TO WS-MOMENTO-HORA
            SET WS-JNIDX TO 1
            SEARCH TAB-JAN
                AT END
                    CONTINUE
                WHEN WS-JNIDX > WS-QTD-JANELAS
                    CONTINUE
                WHEN TAB-JAN-ESTACAO-ID (WS-JNIDX) = WS-ESTACAO-ID
                     AND (TAB-JAN-POLUENTE (WS-JNIDX) = SPACES
                       OR TAB-JAN-POLUENTE (WS-JNIDX) = WS-POLUENTE)
                     AND TAB-JAN-INICIO (WS-JNIDX)
                         <= WS-MOMENTO-LEITURA
                     AND TAB-JAN-FIM (WS-JNIDX)
                         >= WS-MOMENTO-LEITURA
                    MOVE 'N' TO WS-LEITURA-VALIDA
                    MOVE "LEITURA EM JANELA DE MANUTENCAO"
                        TO WS-MOTIVO-EXCECAO
            END-SEARCH.

       VERIFICA-PLAUSIBILIDADE.
            MOVE 'S' TO WS-LEITURA-PLAUSIVEL
            SET WS-RCIDX TO 1
            SEARCH TAB-REC
                AT END
                    CONTINUE
                WHEN WS-RCIDX > WS-QTD-PARES-RECENTES
                    CONTINUE
                WHEN TAB-REC-ESTACAO-ID (WS-RCIDX) = WS-ESTACAO-ID
                     AND TAB-REC-POLUENTE (WS-RCIDX) = WS-POLUENTE
                    PERFORM CONFRONTA-LEITURA-RECENTE
            END-SEARCH.

       CONFRONTA-LEITURA-RECENTE.
            MOVE TAB-REC-ULT-INDPOL (WS-RCIDX) TO WS-REFERENCIA
            IF INDPOL = WS-REFERENCIA
                IF TAB-REC-REPETICOES (WS-RCIDX) >= WS-MAX-REPETICOES
                    MOVE 'N' TO WS-LEITURA-PLAUSIVEL
                    MOVE "LEITURA REPETIDA - SENSOR TRAVADO?"
                        TO WS-MOTIVO-EXCECAO
                END-IF
            ELSE
                IF INDPOL > WS-REFERENCIA
                    COMPUTE WS-SALTO = INDPOL - WS-REFERENCIA
                ELSE
                    COMPUTE WS-SALTO = WS-REFERENCIA - INDPOL
                END-IF
                IF WS-SALTO > WS-SALTO-MAXIMO
                    MOVE 'N' TO WS-LEITURA-PLAUSIVEL
                    MOVE "SALTO ACIMA DO PERMITIDO PARA O SENSOR"
                        TO WS-MOTIVO-EXCECAO
                END-IF
            END-IF.

       CLASSIFICA-INDICE.
            PERFORM LOCALIZA-LIMITES-ESTACAO
            IF INDPOL < WS-LIM-ACEITAVEL
            MOVE 0 TO NOTIF-TS-ACAO
            WRITE NOTIF-REG.

       GRAVA-QUARENTENA.
            ADD 1 TO WS-QTD-QUARENTENA
            ADD 1 TO WS-QTD-EXCECOES
            MOVE WS-ESTACAO-ID TO QUAR-ESTACAO-ID
            MOVE WS-POLUENTE TO QUAR-POLUENTE
            MOVE WS-DATA-EXECUCAO TO QUAR-DATA
            MOVE WS-HORA-LEITURA TO QUAR-HORA
            MOVE INDPOL TO QUAR-INDPOL
            MOVE WS-REFERENCIA TO QUAR-REFERENCIA
            MOVE WS-MOTIVO-EXCECAO TO QUAR-MOTIVO
            MOVE "P" TO QUAR-STATUS
            MOVE SPACES TO QUAR-TECNICO
            MOVE 0 TO QUAR-TS-ACAO
            WRITE QUAR-REG
            DISPLAY WS-ESTACAO-ID " " WS-POLUENTE
                " EM QUARENTENA: " WS-MOTIVO-EXCECAO.

       GRAVA-EXCECAO.
            ADD 1 TO WS-QTD-EXCECOES
            MOVE WS-ESTACAO-ID TO WS-EXC-ESTACAO
                CLOSE HISTORICO-FILE
                CLOSE NOTIFICACOES-FILE
                CLOSE EXCECOES-FILE
                CLOSE QUARENTENA-FILE
                PERFORM LIMPA-CHECKPOINT
                PERFORM GRAVA-CONTROLE-ENTRADA
            END-IF
            PERFORM GRAVA-AUDITORIA.

            MOVE WS-QTD-EXCECOES TO AUDIT-QTD-REJEITADOS
            MOVE WS-COD-RETORNO TO AUDIT-COD-RETORNO
            MOVE WS-INTERVALO-CHECKPOINT TO WS-ECO-CHECKPOINT
            MOVE WS-MAX-REPETICOES TO WS-ECO-REPETICOES
            MOVE WS-SALTO-MAXIMO TO WS-ECO-SALTO
            IF WS-COD-RETORNO = "16"
                MOVE WS-CTL-AUDITORIA TO AUDIT-PARAMETROS
            ELSE
                MOVE WS-ECO-PARAMETROS TO AUDIT-PARAMETROS
            END-IF
            WRITE AUDIT-REG
            CLOSE AUDIT-LOG-FILE.
       END PROGRAM INDICEPOLUICAO.
