      *              PROCESSADO warning is written into RESUMODIA.DAT
      *              and the driver ends with RC=04. A missing
      *              calendar file skips both checks, as before.
      * 15_10_26 DB  The header and trailer records of NUMEROS.DAT and
      *              TRANSACOES.DAT (layout in CTRLARQ) are left out
      *              of the reconciliation counts. A program that
      *              refuses its input batch on those controls ends
      *              with RC=16, which stops the chain like any other
      *              failure and marks the day FALHA CONTROLE.
      * 15_10_26 DB  The job stream is no longer three hard-coded
      *              CALLs: the steps, the steps each one depends on,
      *              the highest return code that still lets later
      *              steps run and whether the step is optional come
      *              from the step table EODPASSOS.DAT. Steps run in
      *              dependency order, a step whose prerequisite did
      *              not complete is skipped, and every outcome is
      *              appended to EODEXEC.DAT. Mode "R" in EODPARAM.DAT
      *              restarts the day: steps that already completed
      *              on the run date are not run again. RESUMODIA.DAT
      *              lists every step as EXECUTADO, IGNORADO, FALHOU
      *              or RETOMADO. A failed optional step ends the day
      *              SUCESSO PARCIAL with RC=04.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODDRIVER.
           SELECT EODPARAM-FILE ASSIGN TO "EODPARAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EODPARAM-STATUS.
           SELECT EODPASSOS-FILE ASSIGN TO "EODPASSOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EODPASSOS-STATUS.
           SELECT EODEXEC-FILE ASSIGN TO "EODEXEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EODEXEC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  NUMEROS-FILE.
       01  NUMERO-REG                 PIC X(80).
       01  NUMERO-REG-CTRL.
           05 NUM-CTRL-TIPO           PIC X(03).
               88 NUM-REG-CONTROLE        VALUES "HDR" "TRL".
           05 FILLER                  PIC X(77).

       FD  REPORT-FILE.
       01  LINHA-RELATORIO            PIC X(80).

       FD  TRANSACOES-FILE.
       01  TRANS-REG                  PIC X(80).
       01  TRANS-REG-CTRL.
           05 TRANS-CTRL-TIPO         PIC X(03).
               88 TRANS-REG-CONTROLE      VALUES "HDR" "TRL".
           05 FILLER                  PIC X(77).

       FD  HISTORICO-FILE.
           COPY HISTREG.
       FD  EODPARAM-FILE.
       01  EODPARAM-REG.
           05 PARAM-OVERRIDE          PIC X(01).
           05 PARAM-MODO              PIC X(01).

      * One record per step of the job stream; up to six programs
      * that must have completed before the step may run.
       FD  EODPASSOS-FILE.
       01  PASSO-REG.
           05 PASSO-PROGRAMA          PIC X(14).
           05 PASSO-RC-MAXIMO         PIC 9(02).
           05 PASSO-OPCIONAL          PIC X(01).
           05 PASSO-DEPENDENCIAS.
               10 PASSO-DEPENDENCIA   PIC X(14) OCCURS 6 TIMES.

      * Outcome of every step of every run, appended; EXEC-CONCLUIDO
      * "S" marks a step that need not run again that business day.
       FD  EODEXEC-FILE.
       01  EXEC-REG.
           05 EXEC-DATA               PIC 9(08).
           05 EXEC-HORA               PIC 9(08).
           05 EXEC-PROGRAMA           PIC X(14).
           05 EXEC-SITUACAO           PIC X(10).
           05 EXEC-RC                 PIC 9(03).
           05 EXEC-CONCLUIDO          PIC X(01).
               88 EXEC-PASSO-CONCLUIDO    VALUE "S".
           05 EXEC-MOTIVO             PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-EOF-AUDIT          PIC X               VALUE 'N'.
           88 FIM-HISTORICO                         VALUE 'S'.
       01 WS-EOF-RESULT         PIC X               VALUE 'N'.
           88 FIM-RESULT                            VALUE 'S'.
       01 WS-DATA-EXECUCAO      PIC 9(08).
       01 WS-HORA-EXECUCAO      PIC 9(08).
       01 WS-AUDIT-STATUS       PIC X(02).
       01 WS-RESUMODIA-STATUS   PIC X(02).
       01 WS-NUMEROS-STATUS     PIC X(02).
       01 WS-ANT-ME-OK          PIC X               VALUE 'N'.
       01 WS-DIA-ANTERIOR-FALHA PIC X               VALUE 'N'.
           88 DIA-ANTERIOR-FALHA                    VALUE 'S'.
       01 WS-EODPASSOS-STATUS   PIC X(02).
       01 WS-EODEXEC-STATUS     PIC X(02).
       01 WS-EOF-PASSOS         PIC X               VALUE 'N'.
           88 FIM-PASSOS                            VALUE 'S'.
       01 WS-EOF-EXEC           PIC X               VALUE 'N'.
           88 FIM-EXEC                              VALUE 'S'.
       01 WS-MODO-EXECUCAO      PIC X               VALUE 'N'.
           88 MODO-REINICIO                         VALUE 'R'.
       01 WS-CONFIG-INVALIDA    PIC X               VALUE 'N'.
           88 CONFIG-INVALIDA                       VALUE 'S'.
       01 WS-HA-PENDENTE        PIC X               VALUE 'N'.
           88 HA-PASSO-PENDENTE                     VALUE 'S'.
       01 WS-PASSO-PRONTO       PIC X               VALUE 'N'.
           88 PASSO-PRONTO                          VALUE 'S'.
       01 WS-PREREQ-FALHOU      PIC X               VALUE 'N'.
           88 PREREQ-FALHOU                         VALUE 'S'.
       01 WS-PROGRAMA-AUSENTE   PIC X               VALUE 'N'.
           88 PROGRAMA-AUSENTE                      VALUE 'S'.
       01 WS-FALHA-OBRIGATORIA  PIC X               VALUE 'N'.
           88 FALHA-OBRIGATORIA                     VALUE 'S'.
       01 WS-FALHA-OPCIONAL     PIC X               VALUE 'N'.
           88 FALHA-OPCIONAL                        VALUE 'S'.
       01 WS-FALHA-CONTROLE     PIC X               VALUE 'N'.
           88 FALHA-CONTROLE                        VALUE 'S'.
       01 WS-PREREQ-NOME        PIC X(14).
       01 WS-PROGRAMA-PROCURADO PIC X(14).
       01 WS-PROGRAMA-CHAMADO   PIC X(14).
       01 WS-QTD-PASSOS         PIC 9(02)           VALUE 0.
       01 WS-SUB-PASSO          PIC 9(02)           VALUE 0.
       01 WS-SUB-DEP            PIC 9(02)           VALUE 0.
       01 WS-PASSO-ATUAL        PIC 9(02)           VALUE 0.
       01 WS-PASSO-ACHADO       PIC 9(02)           VALUE 0.
       01 WS-RC-PASSO           PIC 9(03)           VALUE 0.
       01 WS-RC-FINAL           PIC 9(03)           VALUE 0.
       01 TAB-PASSOS.
           05 TAB-PAS OCCURS 20 TIMES
                       INDEXED BY WS-PSIDX.
               10 TAB-PAS-PROGRAMA      PIC X(14).
               10 TAB-PAS-RC-MAXIMO     PIC 9(02).
               10 TAB-PAS-OPCIONAL      PIC X(01).
               10 TAB-PAS-DEPENDENCIAS.
                   15 TAB-PAS-DEPENDENCIA PIC X(14) OCCURS 6 TIMES.
               10 TAB-PAS-SITUACAO      PIC X(10).
               10 TAB-PAS-RC            PIC 9(03).
               10 TAB-PAS-CONCLUIDO     PIC X(01).
                   88 TAB-PAS-PENDENTE      VALUE SPACE.
                   88 TAB-PAS-OK            VALUE "S".
               10 TAB-PAS-MOTIVO        PIC X(40).
               10 TAB-PAS-OK-ANTERIOR   PIC X(01).
               10 TAB-PAS-FALHA-ANTERIOR PIC X(01).

       01 WS-LINHA-DIA-ANTERIOR.
           05 FILLER                PIC X(40)
           05 FILLER   PIC X(34)
              VALUE "RESUMO DE PROCESSAMENTO DIARIO".

       01 WS-LINHA-MODO-REINICIO.
           05 FILLER   PIC X(60)
              VALUE "*** EXECUCAO EM MODO REINICIO ***".

       01 WS-CABECALHO-PASSOS.
           05 FILLER   PIC X(14) VALUE "PASSO".
           05 FILLER   PIC X(02) VALUE SPACES.
           05 FILLER   PIC X(10) VALUE "SITUACAO".
           05 FILLER   PIC X(02) VALUE SPACES.
           05 FILLER   PIC X(03) VALUE "RC".
           05 FILLER   PIC X(02) VALUE SPACES.
           05 FILLER   PIC X(05) VALUE "RCMAX".
           05 FILLER   PIC X(02) VALUE SPACES.
           05 FILLER   PIC X(03) VALUE "OPC".
           05 FILLER   PIC X(02) VALUE SPACES.
           05 FILLER   PIC X(06) VALUE "MOTIVO".

       01 WS-LINHA-PASSO.
           05 WS-PAS-PROGRAMA      PIC X(14).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-PAS-SITUACAO      PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-PAS-RC            PIC ZZ9.
           05 WS-PAS-RC-X REDEFINES WS-PAS-RC
                                   PIC X(03).
           05 FILLER               PIC X(05) VALUE SPACES.
           05 WS-PAS-RC-MAXIMO     PIC Z9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-PAS-OPCIONAL      PIC X(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-PAS-MOTIVO        PIC X(40).
           05 FILLER               PIC X(15) VALUE SPACES.

       01 WS-CABECALHO-2.
           05 FILLER   PIC X(14) VALUE "PROGRAMA".
           05 FILLER   PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
            ACCEPT WS-HORA-EXECUCAO FROM TIME
            DISPLAY "EODDRIVER: INICIANDO PROCESSAMENTO DIARIO"
            PERFORM CONSULTA-CALENDARIO
            IF EXECUCAO-RECUSADA
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM CARREGA-PASSOS
                IF CONFIG-INVALIDA
                    DISPLAY "EODDRIVER: TABELA DE PASSOS INVALIDA - "
                        "NENHUM PASSO EXECUTADO"
                    MOVE 12 TO RETURN-CODE
                ELSE
                    IF MODO-REINICIO
                        PERFORM CARREGA-EXECUCOES-DIA
                    END-IF
                    OPEN EXTEND EODEXEC-FILE
                    IF WS-EODEXEC-STATUS = "35"
                        OPEN OUTPUT EODEXEC-FILE
                    END-IF
                    PERFORM SELECIONA-PASSO
                    PERFORM EXECUTA-PASSO UNTIL WS-PASSO-ATUAL = 0
                    CLOSE EODEXEC-FILE
                    PERFORM APURA-SITUACAO-PASSOS
                    PERFORM GERA-RESUMO-DIA
                    MOVE WS-RC-FINAL TO RETURN-CODE
                END-IF
            END-IF
            STOP RUN.
                READ EODPARAM-FILE
                    NOT AT END
                        MOVE PARAM-OVERRIDE TO WS-OVERRIDE
                        MOVE PARAM-MODO TO WS-MODO-EXECUCAO
                END-READ
                CLOSE EODPARAM-FILE
            END-IF.
            END-IF
            PERFORM LER-AUDIT.

      * Loads the step table. A missing or empty table, a step listed
      * twice or a dependency on a program that is not a step of the
      * table refuses the whole run - nothing is called.
       CARREGA-PASSOS.
            OPEN INPUT EODPASSOS-FILE
            IF WS-EODPASSOS-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR EODPASSOS.DAT - STATUS: "
                    WS-EODPASSOS-STATUS
                MOVE 'S' TO WS-CONFIG-INVALIDA
            ELSE
                PERFORM LER-PASSO
                PERFORM CARREGA-PASSO-TABELA UNTIL FIM-PASSOS
                CLOSE EODPASSOS-FILE
                IF WS-QTD-PASSOS = 0
                    DISPLAY "EODDRIVER: EODPASSOS.DAT SEM PASSOS"
                    MOVE 'S' TO WS-CONFIG-INVALIDA
                ELSE
                    MOVE 0 TO WS-SUB-PASSO
                    PERFORM VALIDA-DEPENDENCIAS-PASSO
                        WS-QTD-PASSOS TIMES
                END-IF
            END-IF.

       LER-PASSO.
            READ EODPASSOS-FILE
                AT END
                    MOVE 'S' TO WS-EOF-PASSOS
            END-READ.

       CARREGA-PASSO-TABELA.
            MOVE PASSO-PROGRAMA TO WS-PROGRAMA-PROCURADO
            PERFORM LOCALIZA-PASSO
            EVALUATE TRUE
                WHEN PASSO-PROGRAMA = SPACES
                    DISPLAY "EODDRIVER: PASSO SEM PROGRAMA EM "
                        "EODPASSOS.DAT"
                    MOVE 'S' TO WS-CONFIG-INVALIDA
                WHEN WS-PASSO-ACHADO NOT = 0
                    DISPLAY "EODDRIVER: PASSO DUPLICADO EM "
                        "EODPASSOS.DAT: " PASSO-PROGRAMA
                    MOVE 'S' TO WS-CONFIG-INVALIDA
                WHEN PASSO-RC-MAXIMO NOT NUMERIC
                    DISPLAY "EODDRIVER: RC MAXIMO INVALIDO EM "
                        "EODPASSOS.DAT: " PASSO-PROGRAMA
                    MOVE 'S' TO WS-CONFIG-INVALIDA
                WHEN WS-QTD-PASSOS NOT < 20
                    DISPLAY "TABELA DE PASSOS CHEIA - IGNORADO: "
                        PASSO-PROGRAMA
                    MOVE 'S' TO WS-CONFIG-INVALIDA
                WHEN OTHER
                    ADD 1 TO WS-QTD-PASSOS
                    MOVE PASSO-PROGRAMA
                        TO TAB-PAS-PROGRAMA (WS-QTD-PASSOS)
                    MOVE PASSO-RC-MAXIMO
                        TO TAB-PAS-RC-MAXIMO (WS-QTD-PASSOS)
                    MOVE PASSO-OPCIONAL
                        TO TAB-PAS-OPCIONAL (WS-QTD-PASSOS)
                    MOVE PASSO-DEPENDENCIAS
                        TO TAB-PAS-DEPENDENCIAS (WS-QTD-PASSOS)
                    MOVE SPACES TO TAB-PAS-SITUACAO (WS-QTD-PASSOS)
                    MOVE 0 TO TAB-PAS-RC (WS-QTD-PASSOS)
                    MOVE SPACES TO TAB-PAS-CONCLUIDO (WS-QTD-PASSOS)
                    MOVE SPACES TO TAB-PAS-MOTIVO (WS-QTD-PASSOS)
                    MOVE 'N' TO TAB-PAS-OK-ANTERIOR (WS-QTD-PASSOS)
                    MOVE 'N' TO TAB-PAS-FALHA-ANTERIOR (WS-QTD-PASSOS)
            END-EVALUATE
            PERFORM LER-PASSO.

      * Position in the step table of WS-PROGRAMA-PROCURADO, zero when
      * it is not a step.
       LOCALIZA-PASSO.
            MOVE 0 TO WS-PASSO-ACHADO
            SET WS-PSIDX TO 1
            SEARCH TAB-PAS
                AT END
                    CONTINUE
                WHEN WS-PSIDX > WS-QTD-PASSOS
                    CONTINUE
                WHEN TAB-PAS-PROGRAMA (WS-PSIDX) = WS-PROGRAMA-PROCURADO
                    SET WS-PASSO-ACHADO TO WS-PSIDX
            END-SEARCH.

       VALIDA-DEPENDENCIAS-PASSO.
            ADD 1 TO WS-SUB-PASSO
            MOVE 0 TO WS-SUB-DEP
            PERFORM VALIDA-DEPENDENCIA 6 TIMES.

       VALIDA-DEPENDENCIA.
            ADD 1 TO WS-SUB-DEP
            IF TAB-PAS-DEPENDENCIA (WS-SUB-PASSO, WS-SUB-DEP)
                    NOT = SPACES
                MOVE TAB-PAS-DEPENDENCIA (WS-SUB-PASSO, WS-SUB-DEP)
                    TO WS-PROGRAMA-PROCURADO
                PERFORM LOCALIZA-PASSO
                IF WS-PASSO-ACHADO = 0
                    DISPLAY "EODDRIVER: "
                        TAB-PAS-PROGRAMA (WS-SUB-PASSO)
                        " DEPENDE DE " WS-PROGRAMA-PROCURADO
                        " QUE NAO E PASSO DE EODPASSOS.DAT"
                    MOVE 'S' TO WS-CONFIG-INVALIDA
                END-IF
            END-IF.

      * Restart: marks which steps already completed on the run date
      * (not run again) and which ran or were skipped without
      * completing (run again and reported RETOMADO).
       CARREGA-EXECUCOES-DIA.
            DISPLAY "EODDRIVER: MODO REINICIO - PASSOS JA CONCLUIDOS "
                "EM " WS-DATA-EXECUCAO " NAO SERAO REEXECUTADOS"
            OPEN INPUT EODEXEC-FILE
            IF WS-EODEXEC-STATUS = "00"
                PERFORM LER-EXECUCAO
                PERFORM MARCA-EXECUCAO-ANTERIOR UNTIL FIM-EXEC
                CLOSE EODEXEC-FILE
            ELSE
                DISPLAY "EODDRIVER: EODEXEC.DAT AUSENTE - TODOS OS "
                    "PASSOS SERAO EXECUTADOS"
            END-IF.

       LER-EXECUCAO.
            READ EODEXEC-FILE
                AT END
                    MOVE 'S' TO WS-EOF-EXEC
            END-READ.

       MARCA-EXECUCAO-ANTERIOR.
            IF EXEC-DATA = WS-DATA-EXECUCAO
                MOVE EXEC-PROGRAMA TO WS-PROGRAMA-PROCURADO
                PERFORM LOCALIZA-PASSO
                IF WS-PASSO-ACHADO NOT = 0
                    IF EXEC-PASSO-CONCLUIDO
                        MOVE 'S'
                            TO TAB-PAS-OK-ANTERIOR (WS-PASSO-ACHADO)
                    ELSE
                        MOVE 'S'
                            TO TAB-PAS-FALHA-ANTERIOR (WS-PASSO-ACHADO)
                    END-IF
                END-IF
            END-IF
            PERFORM LER-EXECUCAO.

      * Picks the first pending step, in table order, whose
      * prerequisites have all been decided; WS-PASSO-ATUAL stays zero
      * when no step is left. Pending steps that can never become
      * ready depend on each other and are skipped.
       SELECIONA-PASSO.
            MOVE 0 TO WS-PASSO-ATUAL
            MOVE 'N' TO WS-HA-PENDENTE
            MOVE 0 TO WS-SUB-PASSO
            PERFORM AVALIA-PASSO-PRONTO WS-QTD-PASSOS TIMES
            IF WS-PASSO-ATUAL = 0 AND HA-PASSO-PENDENTE
                MOVE 0 TO WS-SUB-PASSO
                PERFORM IGNORA-PASSO-CIRCULAR WS-QTD-PASSOS TIMES
                MOVE 0 TO WS-PASSO-ATUAL
            END-IF.

       AVALIA-PASSO-PRONTO.
            ADD 1 TO WS-SUB-PASSO
            IF WS-PASSO-ATUAL = 0
                    AND TAB-PAS-PENDENTE (WS-SUB-PASSO)
                MOVE 'S' TO WS-HA-PENDENTE
                PERFORM VERIFICA-DEPENDENCIAS
                IF PASSO-PRONTO
                    MOVE WS-SUB-PASSO TO WS-PASSO-ATUAL
                END-IF
            END-IF.

       VERIFICA-DEPENDENCIAS.
            MOVE 'S' TO WS-PASSO-PRONTO
            MOVE 'N' TO WS-PREREQ-FALHOU
            MOVE SPACES TO WS-PREREQ-NOME
            MOVE 0 TO WS-SUB-DEP
            PERFORM VERIFICA-DEPENDENCIA 6 TIMES.

       VERIFICA-DEPENDENCIA.
            ADD 1 TO WS-SUB-DEP
            IF TAB-PAS-DEPENDENCIA (WS-SUB-PASSO, WS-SUB-DEP)
                    NOT = SPACES
                MOVE TAB-PAS-DEPENDENCIA (WS-SUB-PASSO, WS-SUB-DEP)
                    TO WS-PROGRAMA-PROCURADO
                PERFORM LOCALIZA-PASSO
                IF TAB-PAS-PENDENTE (WS-PASSO-ACHADO)
                    MOVE 'N' TO WS-PASSO-PRONTO
                ELSE
                    IF NOT TAB-PAS-OK (WS-PASSO-ACHADO)
                            AND NOT PREREQ-FALHOU
                        MOVE 'S' TO WS-PREREQ-FALHOU
                        MOVE WS-PROGRAMA-PROCURADO TO WS-PREREQ-NOME
                    END-IF
                END-IF
            END-IF.

       IGNORA-PASSO-CIRCULAR.
            ADD 1 TO WS-SUB-PASSO
            IF TAB-PAS-PENDENTE (WS-SUB-PASSO)
                MOVE WS-SUB-PASSO TO WS-PASSO-ATUAL
                MOVE "IGNORADO" TO TAB-PAS-SITUACAO (WS-PASSO-ATUAL)
                MOVE 'N' TO TAB-PAS-CONCLUIDO (WS-PASSO-ATUAL)
                MOVE "DEPENDENCIA CIRCULAR"
                    TO TAB-PAS-MOTIVO (WS-PASSO-ATUAL)
                DISPLAY "EODDRIVER: " TAB-PAS-PROGRAMA (WS-PASSO-ATUAL)
                    " IGNORADO - DEPENDENCIA CIRCULAR"
                PERFORM GRAVA-EXECUCAO
            END-IF.

       EXECUTA-PASSO.
            EVALUATE TRUE
                WHEN MODO-REINICIO
                        AND TAB-PAS-OK-ANTERIOR (WS-PASSO-ATUAL) = 'S'
                    MOVE "IGNORADO" TO TAB-PAS-SITUACAO (WS-PASSO-ATUAL)
                    MOVE 'S' TO TAB-PAS-CONCLUIDO (WS-PASSO-ATUAL)
                    MOVE "JA CONCLUIDO NESTE DIA"
                        TO TAB-PAS-MOTIVO (WS-PASSO-ATUAL)
                    DISPLAY "EODDRIVER: "
                        TAB-PAS-PROGRAMA (WS-PASSO-ATUAL)
                        " JA CONCLUIDO NESTE DIA - NAO REEXECUTADO"
                WHEN PREREQ-FALHOU
                    MOVE "IGNORADO" TO TAB-PAS-SITUACAO (WS-PASSO-ATUAL)
                    MOVE 'N' TO TAB-PAS-CONCLUIDO (WS-PASSO-ATUAL)
                    STRING "DEPENDE DE " DELIMITED BY SIZE
                           WS-PREREQ-NOME DELIMITED BY SPACE
                           " NAO CONCLUIDO" DELIMITED BY SIZE
                        INTO TAB-PAS-MOTIVO (WS-PASSO-ATUAL)
                    END-STRING
                    DISPLAY "EODDRIVER: "
                        TAB-PAS-PROGRAMA (WS-PASSO-ATUAL)
                        " IGNORADO - DEPENDE DE " WS-PREREQ-NOME
                        " NAO CONCLUIDO"
                WHEN OTHER
                    PERFORM CHAMA-PROGRAMA
            END-EVALUATE
            PERFORM GRAVA-EXECUCAO
            PERFORM SELECIONA-PASSO.

      * A step completes when its return code does not exceed the
      * step's maximum; a program that cannot be loaded counts as
      * RC=12.
       CHAMA-PROGRAMA.
            MOVE TAB-PAS-PROGRAMA (WS-PASSO-ATUAL)
                TO WS-PROGRAMA-CHAMADO
            DISPLAY "EODDRIVER: EXECUTANDO " WS-PROGRAMA-CHAMADO
            MOVE 'N' TO WS-PROGRAMA-AUSENTE
            MOVE 0 TO RETURN-CODE
            CALL WS-PROGRAMA-CHAMADO
                ON EXCEPTION
                    MOVE 'S' TO WS-PROGRAMA-AUSENTE
            END-CALL
            IF PROGRAMA-AUSENTE
                DISPLAY "EODDRIVER: PROGRAMA " WS-PROGRAMA-CHAMADO
                    " NAO ENCONTRADO"
                MOVE 12 TO WS-RC-PASSO
            ELSE
                MOVE RETURN-CODE TO WS-RC-PASSO
            END-IF
            MOVE WS-RC-PASSO TO TAB-PAS-RC (WS-PASSO-ATUAL)
            IF NOT PROGRAMA-AUSENTE
                    AND WS-RC-PASSO
                        <= TAB-PAS-RC-MAXIMO (WS-PASSO-ATUAL)
                MOVE 'S' TO TAB-PAS-CONCLUIDO (WS-PASSO-ATUAL)
                IF MODO-REINICIO
                        AND TAB-PAS-FALHA-ANTERIOR (WS-PASSO-ATUAL)
                            = 'S'
                    MOVE "RETOMADO"
                        TO TAB-PAS-SITUACAO (WS-PASSO-ATUAL)
                ELSE
                    MOVE "EXECUTADO"
                        TO TAB-PAS-SITUACAO (WS-PASSO-ATUAL)
                END-IF
            ELSE
                MOVE 'N' TO TAB-PAS-CONCLUIDO (WS-PASSO-ATUAL)
                MOVE "FALHOU" TO TAB-PAS-SITUACAO (WS-PASSO-ATUAL)
                DISPLAY "EODDRIVER: " WS-PROGRAMA-CHAMADO
                    " TERMINOU COM RC=" WS-RC-PASSO
                EVALUATE TRUE
                    WHEN PROGRAMA-AUSENTE
                        MOVE "PROGRAMA NAO ENCONTRADO"
                            TO TAB-PAS-MOTIVO (WS-PASSO-ATUAL)
                    WHEN WS-RC-PASSO = 16
                        DISPLAY "EODDRIVER: " WS-PROGRAMA-CHAMADO
                            " RECUSOU O LOTE DE ENTRADA NO CONTROLE "
                            "HEADER/TRAILER"
                        MOVE "LOTE RECUSADO NO CONTROLE HEADER/TRAILER"
                            TO TAB-PAS-MOTIVO (WS-PASSO-ATUAL)
                    WHEN OTHER
                        MOVE "RC ACIMA DO MAXIMO DO PASSO"
                            TO TAB-PAS-MOTIVO (WS-PASSO-ATUAL)
                END-EVALUATE
            END-IF.

       GRAVA-EXECUCAO.
            MOVE WS-DATA-EXECUCAO TO EXEC-DATA
            MOVE WS-HORA-EXECUCAO TO EXEC-HORA
            MOVE TAB-PAS-PROGRAMA (WS-PASSO-ATUAL) TO EXEC-PROGRAMA
            MOVE TAB-PAS-SITUACAO (WS-PASSO-ATUAL) TO EXEC-SITUACAO
            MOVE TAB-PAS-RC (WS-PASSO-ATUAL) TO EXEC-RC
            MOVE TAB-PAS-CONCLUIDO (WS-PASSO-ATUAL) TO EXEC-CONCLUIDO
            MOVE TAB-PAS-MOTIVO (WS-PASSO-ATUAL) TO EXEC-MOTIVO
            WRITE EXEC-REG.

      * Day status and driver return code from the step outcomes: the
      * highest RC of a mandatory step that did not complete (at
      * least 08 when it was skipped); 04 when only optional steps
      * failed or the prior business day was not processed.
       APURA-SITUACAO-PASSOS.
            MOVE 0 TO WS-SUB-PASSO
            PERFORM AVALIA-SITUACAO-PASSO WS-QTD-PASSOS TIMES
            IF FALHA-OBRIGATORIA
                IF WS-RC-FINAL < 8
                    MOVE 8 TO WS-RC-FINAL
                END-IF
            ELSE
                IF FALHA-OPCIONAL OR DIA-ANTERIOR-FALHA
                    MOVE 4 TO WS-RC-FINAL
                END-IF
            END-IF.

       AVALIA-SITUACAO-PASSO.
            ADD 1 TO WS-SUB-PASSO
            IF NOT TAB-PAS-OK (WS-SUB-PASSO)
                IF TAB-PAS-OPCIONAL (WS-SUB-PASSO) = "S"
                    MOVE 'S' TO WS-FALHA-OPCIONAL
                ELSE
                    MOVE 'S' TO WS-FALHA-OBRIGATORIA
                    IF TAB-PAS-RC (WS-SUB-PASSO) > WS-RC-FINAL
                        MOVE TAB-PAS-RC (WS-SUB-PASSO) TO WS-RC-FINAL
                    END-IF
                    IF TAB-PAS-RC (WS-SUB-PASSO) = 16
                        MOVE 'S' TO WS-FALHA-CONTROLE
                    END-IF
                END-IF
            END-IF.

       GERA-RESUMO-DIA.
                    MOVE WS-DIA-ANTERIOR-UTIL TO WS-ANT-DATA
                    WRITE LINHA-RESUMODIA FROM WS-LINHA-DIA-ANTERIOR
                END-IF
                IF MODO-REINICIO
                    WRITE LINHA-RESUMODIA FROM WS-LINHA-MODO-REINICIO
                END-IF
                WRITE LINHA-RESUMODIA FROM WS-CABECALHO-PASSOS
                MOVE 0 TO WS-SUB-PASSO
                PERFORM LISTA-PASSO WS-QTD-PASSOS TIMES
                WRITE LINHA-RESUMODIA FROM WS-CABECALHO-2
                OPEN INPUT AUDIT-LOG-FILE
                IF WS-AUDIT-STATUS NOT = "00"
                    CLOSE AUDIT-LOG-FILE
                END-IF
                PERFORM RECONCILIA-TOTAIS
                IF NOT FALHA-OBRIGATORIA
                        AND WS-AUDIT-STATUS = "00"
                    IF NOT RECONC-OK
                        MOVE "FALHA RECONC" TO WS-STATUS-FINAL
                    ELSE
                        IF FALHA-OPCIONAL
                            MOVE "SUCESSO PARCIAL" TO WS-STATUS-FINAL
                        ELSE
                            MOVE "SUCESSO" TO WS-STATUS-FINAL
                        END-IF
                    END-IF
                ELSE
                    IF FALHA-CONTROLE
                        MOVE "FALHA CONTROLE" TO WS-STATUS-FINAL
                    ELSE
                        MOVE "FALHA" TO WS-STATUS-FINAL
                    END-IF
                END-IF
                WRITE LINHA-RESUMODIA FROM WS-LINHA-STATUS-FINAL
                CLOSE RESUMODIA-FILE
                    MOVE 'S' TO WS-EOF-AUDIT
            END-READ.

       LISTA-PASSO.
            ADD 1 TO WS-SUB-PASSO
            MOVE TAB-PAS-PROGRAMA (WS-SUB-PASSO) TO WS-PAS-PROGRAMA
            MOVE TAB-PAS-SITUACAO (WS-SUB-PASSO) TO WS-PAS-SITUACAO
            IF TAB-PAS-SITUACAO (WS-SUB-PASSO) = "IGNORADO"
                MOVE SPACES TO WS-PAS-RC-X
            ELSE
                MOVE TAB-PAS-RC (WS-SUB-PASSO) TO WS-PAS-RC
            END-IF
            MOVE TAB-PAS-RC-MAXIMO (WS-SUB-PASSO) TO WS-PAS-RC-MAXIMO
            IF TAB-PAS-OPCIONAL (WS-SUB-PASSO) = "S"
                MOVE "SIM" TO WS-PAS-OPCIONAL
            ELSE
                MOVE "NAO" TO WS-PAS-OPCIONAL
            END-IF
            MOVE TAB-PAS-MOTIVO (WS-SUB-PASSO) TO WS-PAS-MOTIVO
            WRITE LINHA-RESUMODIA FROM WS-LINHA-PASSO.

       LISTA-AUDITORIA.
            IF AUDIT-DATA-EXEC = WS-DATA-EXECUCAO
                MOVE AUDIT-PROGRAMA TO WS-DET-PROGRAMA
            END-READ.

       ACUMULA-NUMERO.
            IF NOT NUM-REG-CONTROLE
                ADD 1 TO WS-QTD-NUMEROS
            END-IF
            PERFORM LER-NUMERO.

       CONTA-RELATORIO.
            END-READ.

       ACUMULA-TRANSACAO.
            IF NOT TRANS-REG-CONTROLE
                ADD 1 TO WS-QTD-TRANSACOES
            END-IF
            PERFORM LER-TRANSACAO.

       CONTA-HISTORICO-DIA.
