      ******************************************************************
      * Author:DIOGO BISPO.
      * Date:15_10_26.
      * Purpose: Year-to-date regulatory compliance report per
      *          station/pollutant, in the terms the environmental
      *          agency judges a station by. Reads the live
      *          HISTORICO.DAT together with the HISTARQ.DAT archive
      *          cut by ARQUIVAMENTO, sorted by station, pollutant
      *          and date, and keeps the readings of the run date's
      *          calendar year. A day only counts (dia valido) when
      *          it holds at least MINLEITDIA hourly readings; a
      *          valid day is an exceedance day when any of its
      *          readings classified worse than ACEITAVEL. For each
      *          pair CONFORMIDADE.DAT shows the valid days, the data
      *          completeness (valid days over the days elapsed in
      *          the year), the exceedance days used against the
      *          pollutant's annual allowance from TOLERANCIAS.DAT,
      *          and a status: CONFORME, EM RISCO (PCTRISCO percent
      *          of the allowance or more already used) or EM
      *          VIOLACAO (allowance exceeded). A pair with no valid
      *          day yet is SEM DADOS; one whose pollutant has no
      *          allowance on file is SEM TOLERANCIA. MINLEITDIA and
      *          PCTRISCO come from PARAMOPER.DAT. Read-only against
      *          both history files.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFORMIDADE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-FILE ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT HIST-ARQ-FILE ASSIGN TO "HISTARQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-ARQ-STATUS.
           SELECT CONFORDEM-FILE ASSIGN TO "CONFORDEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFORDEM-STATUS.
           SELECT SORT-CONF-WORK-FILE ASSIGN TO "SORTCONF.DAT".
           SELECT TOLERANCIAS-FILE ASSIGN TO "TOLERANCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOLERANCIAS-STATUS.
           SELECT PARAMOPER-FILE ASSIGN TO "PARAMOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMOPER-STATUS.
           SELECT CONFORMIDADE-FILE ASSIGN TO "CONFORMIDADE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFORMIDADE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-FILE.
           COPY HISTREG.

       FD  HIST-ARQ-FILE.
       01  HISTARQ-REG                 PIC X(56).

       FD  CONFORDEM-FILE.
       01  CONFORDEM-REG.
           05 CONFORDEM-ESTACAO-ID    PIC X(05).
           05 CONFORDEM-POLUENTE      PIC X(04).
           05 CONFORDEM-DATA          PIC 9(08).
           05 CONFORDEM-INDPOL        PIC 9(01)V9(02).
           05 CONFORDEM-CATEGORIA     PIC X(30).
           05 CONFORDEM-HORA          PIC 9(06).

       SD  SORT-CONF-WORK-FILE.
       01  SORT-CONF-REG.
           05 SORT-CONF-ESTACAO-ID    PIC X(05).
           05 SORT-CONF-POLUENTE      PIC X(04).
           05 SORT-CONF-DATA          PIC 9(08).
           05 SORT-CONF-INDPOL        PIC 9(01)V9(02).
           05 SORT-CONF-CATEGORIA     PIC X(30).
           05 SORT-CONF-HORA          PIC 9(06).

       FD  TOLERANCIAS-FILE.
       01  TOLERANCIA-REG.
           05 TOLER-POLUENTE          PIC X(04).
           05 TOLER-DIAS-ANO          PIC 9(03).

       FD  PARAMOPER-FILE.
       01  PARAMOPER-REG.
           05 PARAM-NOME              PIC X(12).
           05 PARAM-VALOR             PIC 9(05).

       FD  CONFORMIDADE-FILE.
       01  LINHA-CONFORMIDADE          PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS           PIC X(02).
       01 WS-HIST-ARQ-STATUS       PIC X(02).
       01 WS-CONFORDEM-STATUS      PIC X(02).
       01 WS-TOLERANCIAS-STATUS    PIC X(02).
       01 WS-PARAMOPER-STATUS      PIC X(02).
       01 WS-CONFORMIDADE-STATUS   PIC X(02).
       01 WS-COD-RETORNO           PIC X(02)       VALUE "00".
       01 WS-DATA-EXECUCAO         PIC 9(08).
       01 WS-DATA-EXECUCAO-R  REDEFINES WS-DATA-EXECUCAO.
           05 WS-ANO-ATUAL          PIC 9(04).
           05 WS-MESDIA-ATUAL       PIC 9(04).
       01 WS-DATA-INICIO-ANO       PIC 9(08).
       01 WS-DATA-INICIO-ANO-R  REDEFINES WS-DATA-INICIO-ANO.
           05 WS-ANO-INICIO         PIC 9(04).
           05 WS-MESDIA-INICIO      PIC 9(04).
       01 WS-DIAS-DECORRIDOS       PIC 9(03)       VALUE 0.
       01 WS-EOF-CONFORDEM         PIC X           VALUE 'N'.
           88 FIM-CONFORDEM                        VALUE 'S'.
       01 WS-EOF-TOLERANCIAS       PIC X           VALUE 'N'.
           88 FIM-TOLERANCIAS                      VALUE 'S'.
       01 WS-EOF-PARAMOPER         PIC X           VALUE 'N'.
           88 FIM-PARAMOPER                        VALUE 'S'.
       01 WS-MIN-LEITURAS-DIA      PIC 9(02)       VALUE 18.
       01 WS-PCT-RISCO             PIC 9(03)       VALUE 80.
       01 WS-QTD-TOLERANCIAS       PIC 9(02)       VALUE 0.
       01 WS-QTD-LIDOS             PIC 9(07)       VALUE 0.
       01 WS-QTD-PARES             PIC 9(05)       VALUE 0.
       01 WS-QTD-CONFORME          PIC 9(05)       VALUE 0.
       01 WS-QTD-RISCO             PIC 9(05)       VALUE 0.
       01 WS-QTD-VIOLACAO          PIC 9(05)       VALUE 0.
       01 WS-QTD-OUTROS            PIC 9(05)       VALUE 0.

       01 WS-PAR-ESTACAO-ID        PIC X(05)       VALUE SPACES.
       01 WS-PAR-POLUENTE          PIC X(04)       VALUE SPACES.
       01 WS-PAR-DIAS-VALIDOS      PIC 9(03)       VALUE 0.
       01 WS-PAR-DIAS-EXCEDIDOS    PIC 9(03)       VALUE 0.
       01 WS-DIA-DATA              PIC 9(08)       VALUE 0.
       01 WS-DIA-LEITURAS          PIC 9(03)       VALUE 0.
       01 WS-DIA-EXCEDIDO          PIC X           VALUE 'N'.
           88 DIA-EXCEDIDO                         VALUE 'S'.
       01 WS-TOLERANCIA-ACHADA     PIC X           VALUE 'N'.
           88 TOLERANCIA-ACHADA                    VALUE 'S'.
       01 WS-DIAS-PERMITIDOS       PIC 9(03)       VALUE 0.
       01 WS-COMPLETUDE            PIC 9(03)V9     VALUE 0.

       01 TAB-TOLERANCIAS.
           05 TAB-TOL OCCURS 20 TIMES
                       INDEXED BY WS-TLIDX.
               10 TAB-TOL-POLUENTE       PIC X(04).
               10 TAB-TOL-DIAS-ANO       PIC 9(03).

       01 WS-CABECALHO-1.
           05 FILLER             PIC X(38)
              VALUE "RELATORIO ANUAL DE CONFORMIDADE - ANO ".
           05 WS-CAB-ANO         PIC 9(04).
           05 FILLER             PIC X(11) VALUE " - ATE DIA ".
           05 WS-CAB-DATA        PIC 9999/99/99.
           05 FILLER             PIC X(47) VALUE SPACES.

       01 WS-CABECALHO-2.
           05 FILLER             PIC X(22)
              VALUE "DIA VALIDO: MINIMO DE ".
           05 WS-CAB-MIN-LEIT    PIC Z9.
           05 FILLER             PIC X(34)
              VALUE " LEITURAS - DIAS DECORRIDOS NO ANO".
           05 FILLER             PIC X(02) VALUE ": ".
           05 WS-CAB-DIAS-DEC    PIC ZZ9.
           05 FILLER             PIC X(47) VALUE SPACES.

       01 WS-LINHA-CONF-DET.
           05 FILLER             PIC X(04) VALUE "EST:".
           05 WS-CONF-ESTACAO    PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 FILLER             PIC X(04) VALUE "POL:".
           05 WS-CONF-POLUENTE   PIC X(04).
           05 FILLER             PIC X(15) VALUE " DIAS VALIDOS: ".
           05 WS-CONF-VALIDOS    PIC ZZ9.
           05 FILLER             PIC X(10) VALUE " COMPLET: ".
           05 WS-CONF-COMPLETUDE PIC ZZ9,9.
           05 FILLER             PIC X(09) VALUE "% EXCED: ".
           05 WS-CONF-EXCEDIDOS  PIC ZZ9.
           05 FILLER             PIC X(01) VALUE "/".
           05 WS-CONF-PERMITIDOS PIC ZZ9.
           05 FILLER             PIC X(11) VALUE " SITUACAO: ".
           05 WS-CONF-SITUACAO   PIC X(14).
           05 FILLER             PIC X(18) VALUE SPACES.

       01 WS-LINHA-CONF-TOTAL.
           05 FILLER             PIC X(07) VALUE "PARES: ".
           05 WS-CONF-TOT-PARES  PIC ZZZZ9.
           05 FILLER             PIC X(12) VALUE "  CONFORME: ".
           05 WS-CONF-TOT-CONF   PIC ZZZZ9.
           05 FILLER             PIC X(12) VALUE "  EM RISCO: ".
           05 WS-CONF-TOT-RISCO  PIC ZZZZ9.
           05 FILLER             PIC X(15) VALUE "  EM VIOLACAO: ".
           05 WS-CONF-TOT-VIOL   PIC ZZZZ9.
           05 FILLER             PIC X(10) VALUE "  OUTROS: ".
           05 WS-CONF-TOT-OUTROS PIC ZZZZ9.
           05 FILLER             PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZACAO
            IF WS-COD-RETORNO = "00"
                PERFORM ORDENA-HISTORICO
                PERFORM GERA-CONFORMIDADE
            END-IF
            PERFORM FINALIZACAO
            GOBACK.

       INICIALIZACAO.
            ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
            MOVE WS-ANO-ATUAL TO WS-ANO-INICIO
            MOVE 0101 TO WS-MESDIA-INICIO
            COMPUTE WS-DIAS-DECORRIDOS =
                FUNCTION INTEGER-OF-DATE(WS-DATA-EXECUCAO)
                - FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO-ANO) + 1
            END-COMPUTE
            PERFORM CARREGA-PARAMETROS
            PERFORM CARREGA-TOLERANCIAS
            OPEN INPUT HISTORICO-FILE
            IF WS-HIST-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR HISTORICO.DAT - STATUS: "
                    WS-HIST-STATUS
                MOVE "12" TO WS-COD-RETORNO
                MOVE 12 TO RETURN-CODE
            ELSE
                CLOSE HISTORICO-FILE
                OPEN INPUT HIST-ARQ-FILE
                IF WS-HIST-ARQ-STATUS = "00"
                    CLOSE HIST-ARQ-FILE
                ELSE
                    DISPLAY "HISTARQ.DAT AUSENTE - SOMENTE HISTORICO"
                END-IF
            END-IF.

       CARREGA-PARAMETROS.
            OPEN INPUT PARAMOPER-FILE
            IF WS-PARAMOPER-STATUS = "00"
                PERFORM LER-PARAMETRO
                PERFORM APLICA-PARAMETRO UNTIL FIM-PARAMOPER
                CLOSE PARAMOPER-FILE
            END-IF
            DISPLAY "CONFORMIDADE: MINIMO DE LEITURAS POR DIA = "
                WS-MIN-LEITURAS-DIA " - PERCENTUAL DE RISCO = "
                WS-PCT-RISCO.

       LER-PARAMETRO.
            READ PARAMOPER-FILE
                AT END
                    MOVE 'S' TO WS-EOF-PARAMOPER
            END-READ.

       APLICA-PARAMETRO.
            IF PARAM-NOME = "MINLEITDIA"
                IF PARAM-VALOR IS NUMERIC
                        AND PARAM-VALOR >= 1
                        AND PARAM-VALOR <= 24
                    MOVE PARAM-VALOR TO WS-MIN-LEITURAS-DIA
                ELSE
                    DISPLAY "CONFORMIDADE: MINLEITDIA FORA DA "
                        "FAIXA EM PARAMOPER.DAT - USANDO "
                        WS-MIN-LEITURAS-DIA
                END-IF
            END-IF
            IF PARAM-NOME = "PCTRISCO"
                IF PARAM-VALOR IS NUMERIC
                        AND PARAM-VALOR >= 1
                        AND PARAM-VALOR <= 100
                    MOVE PARAM-VALOR TO WS-PCT-RISCO
                ELSE
                    DISPLAY "CONFORMIDADE: PCTRISCO FORA DA "
                        "FAIXA EM PARAMOPER.DAT - USANDO "
                        WS-PCT-RISCO
                END-IF
            END-IF
            PERFORM LER-PARAMETRO.

       CARREGA-TOLERANCIAS.
            OPEN INPUT TOLERANCIAS-FILE
            IF WS-TOLERANCIAS-STATUS = "00"
                PERFORM LER-TOLERANCIA
                PERFORM CARREGA-TOLERANCIA-TABELA
                    UNTIL FIM-TOLERANCIAS
                CLOSE TOLERANCIAS-FILE
            ELSE
                DISPLAY "TOLERANCIAS.DAT AUSENTE - PARES SEM "
                    "TOLERANCIA ANUAL"
            END-IF.

       LER-TOLERANCIA.
            READ TOLERANCIAS-FILE
                AT END
                    MOVE 'S' TO WS-EOF-TOLERANCIAS
            END-READ.

       CARREGA-TOLERANCIA-TABELA.
            IF WS-QTD-TOLERANCIAS < 20
                    AND TOLER-DIAS-ANO IS NUMERIC
                ADD 1 TO WS-QTD-TOLERANCIAS
                MOVE TOLER-POLUENTE
                    TO TAB-TOL-POLUENTE (WS-QTD-TOLERANCIAS)
                MOVE TOLER-DIAS-ANO
                    TO TAB-TOL-DIAS-ANO (WS-QTD-TOLERANCIAS)
            ELSE
                DISPLAY "TOLERANCIA IGNORADA: " TOLER-POLUENTE
            END-IF
            PERFORM LER-TOLERANCIA.

       ORDENA-HISTORICO.
            IF WS-HIST-ARQ-STATUS = "00"
                SORT SORT-CONF-WORK-FILE
                    ON ASCENDING KEY SORT-CONF-ESTACAO-ID
                        SORT-CONF-POLUENTE SORT-CONF-DATA
                    USING HISTORICO-FILE HIST-ARQ-FILE
                    GIVING CONFORDEM-FILE
            ELSE
                SORT SORT-CONF-WORK-FILE
                    ON ASCENDING KEY SORT-CONF-ESTACAO-ID
                        SORT-CONF-POLUENTE SORT-CONF-DATA
                    USING HISTORICO-FILE
                    GIVING CONFORDEM-FILE
            END-IF.

       GERA-CONFORMIDADE.
            OPEN INPUT CONFORDEM-FILE
            OPEN OUTPUT CONFORMIDADE-FILE
            MOVE WS-ANO-ATUAL TO WS-CAB-ANO
            MOVE WS-DATA-EXECUCAO TO WS-CAB-DATA
            WRITE LINHA-CONFORMIDADE FROM WS-CABECALHO-1
            MOVE WS-MIN-LEITURAS-DIA TO WS-CAB-MIN-LEIT
            MOVE WS-DIAS-DECORRIDOS TO WS-CAB-DIAS-DEC
            WRITE LINHA-CONFORMIDADE FROM WS-CABECALHO-2
            PERFORM LER-CONFORDEM
            PERFORM PROCESSA-LEITURA UNTIL FIM-CONFORDEM
            PERFORM FECHA-PAR
            MOVE WS-QTD-PARES TO WS-CONF-TOT-PARES
            MOVE WS-QTD-CONFORME TO WS-CONF-TOT-CONF
            MOVE WS-QTD-RISCO TO WS-CONF-TOT-RISCO
            MOVE WS-QTD-VIOLACAO TO WS-CONF-TOT-VIOL
            MOVE WS-QTD-OUTROS TO WS-CONF-TOT-OUTROS
            WRITE LINHA-CONFORMIDADE FROM WS-LINHA-CONF-TOTAL
            CLOSE CONFORDEM-FILE
            CLOSE CONFORMIDADE-FILE.

       LER-CONFORDEM.
            READ CONFORDEM-FILE
                AT END
                    MOVE 'S' TO WS-EOF-CONFORDEM
            END-READ.

       PROCESSA-LEITURA.
            IF CONFORDEM-DATA (1:4) = WS-ANO-ATUAL
                    AND CONFORDEM-DATA <= WS-DATA-EXECUCAO
                ADD 1 TO WS-QTD-LIDOS
                IF CONFORDEM-ESTACAO-ID NOT = WS-PAR-ESTACAO-ID
                        OR CONFORDEM-POLUENTE NOT = WS-PAR-POLUENTE
                    PERFORM FECHA-PAR
                    MOVE CONFORDEM-ESTACAO-ID TO WS-PAR-ESTACAO-ID
                    MOVE CONFORDEM-POLUENTE TO WS-PAR-POLUENTE
                    MOVE 0 TO WS-PAR-DIAS-VALIDOS
                    MOVE 0 TO WS-PAR-DIAS-EXCEDIDOS
                    MOVE 0 TO WS-DIA-DATA
                END-IF
                IF CONFORDEM-DATA NOT = WS-DIA-DATA
                    PERFORM FECHA-DIA
                    MOVE CONFORDEM-DATA TO WS-DIA-DATA
                    MOVE 0 TO WS-DIA-LEITURAS
                    MOVE 'N' TO WS-DIA-EXCEDIDO
                END-IF
                ADD 1 TO WS-DIA-LEITURAS
                IF CONFORDEM-CATEGORIA NOT = "ACEITAVEL"
                    MOVE 'S' TO WS-DIA-EXCEDIDO
                END-IF
            END-IF
            PERFORM LER-CONFORDEM.

       FECHA-DIA.
            IF WS-DIA-DATA NOT = 0
                    AND WS-DIA-LEITURAS >= WS-MIN-LEITURAS-DIA
                ADD 1 TO WS-PAR-DIAS-VALIDOS
                IF DIA-EXCEDIDO
                    ADD 1 TO WS-PAR-DIAS-EXCEDIDOS
                END-IF
            END-IF.

       FECHA-PAR.
            IF WS-PAR-ESTACAO-ID NOT = SPACES
                PERFORM FECHA-DIA
                PERFORM LOCALIZA-TOLERANCIA
                PERFORM AVALIA-CONFORMIDADE
                ADD 1 TO WS-QTD-PARES
                COMPUTE WS-COMPLETUDE ROUNDED =
                    WS-PAR-DIAS-VALIDOS * 100 / WS-DIAS-DECORRIDOS
                END-COMPUTE
                MOVE WS-PAR-ESTACAO-ID TO WS-CONF-ESTACAO
                MOVE WS-PAR-POLUENTE TO WS-CONF-POLUENTE
                MOVE WS-PAR-DIAS-VALIDOS TO WS-CONF-VALIDOS
                MOVE WS-COMPLETUDE TO WS-CONF-COMPLETUDE
                MOVE WS-PAR-DIAS-EXCEDIDOS TO WS-CONF-EXCEDIDOS
                MOVE WS-DIAS-PERMITIDOS TO WS-CONF-PERMITIDOS
                WRITE LINHA-CONFORMIDADE FROM WS-LINHA-CONF-DET
            END-IF.

       LOCALIZA-TOLERANCIA.
            MOVE 'N' TO WS-TOLERANCIA-ACHADA
            MOVE 0 TO WS-DIAS-PERMITIDOS
            SET WS-TLIDX TO 1
            SEARCH TAB-TOL
                AT END
                    CONTINUE
                WHEN WS-TLIDX > WS-QTD-TOLERANCIAS
                    CONTINUE
                WHEN TAB-TOL-POLUENTE (WS-TLIDX) = WS-PAR-POLUENTE
                    MOVE 'S' TO WS-TOLERANCIA-ACHADA
                    MOVE TAB-TOL-DIAS-ANO (WS-TLIDX)
                        TO WS-DIAS-PERMITIDOS
            END-SEARCH.

       AVALIA-CONFORMIDADE.
            EVALUATE TRUE
                WHEN NOT TOLERANCIA-ACHADA
                    MOVE "SEM TOLERANCIA" TO WS-CONF-SITUACAO
                    ADD 1 TO WS-QTD-OUTROS
                WHEN WS-PAR-DIAS-VALIDOS = 0
                    MOVE "SEM DADOS" TO WS-CONF-SITUACAO
                    ADD 1 TO WS-QTD-OUTROS
                WHEN WS-PAR-DIAS-EXCEDIDOS > WS-DIAS-PERMITIDOS
                    MOVE "EM VIOLACAO" TO WS-CONF-SITUACAO
                    ADD 1 TO WS-QTD-VIOLACAO
                WHEN WS-PAR-DIAS-EXCEDIDOS > 0
                     AND WS-PAR-DIAS-EXCEDIDOS * 100
                         >= WS-DIAS-PERMITIDOS * WS-PCT-RISCO
                    MOVE "EM RISCO" TO WS-CONF-SITUACAO
                    ADD 1 TO WS-QTD-RISCO
                WHEN OTHER
                    MOVE "CONFORME" TO WS-CONF-SITUACAO
                    ADD 1 TO WS-QTD-CONFORME
            END-EVALUATE.

       FINALIZACAO.
            IF WS-COD-RETORNO = "00"
                DISPLAY "CONFORMIDADE: " WS-QTD-LIDOS
                    " LEITURAS DO ANO CONSIDERADAS"
                DISPLAY "CONFORMIDADE: " WS-QTD-PARES
                    " PARES NO RELATORIO, " WS-QTD-VIOLACAO
                    " EM VIOLACAO, " WS-QTD-RISCO " EM RISCO"
            END-IF.
       END PROGRAM CONFORMIDADE.
