      ******************************************************************
      * Author:DIOGO BISPO.
      * Date:15_10_26.
      * Purpose: Daily citizen air-quality bulletin by city region,
      *          for the press office and the city website. Stations
      *          are grouped into regions by the region master
      *          REGIOES.DAT (one record per station: region code,
      *          region name, station). For each region the day's
      *          readings in HISTORICO.DAT are scanned and the worst
      *          one is kept - the highest category, and within the
      *          same category the highest index - so the bulletin
      *          BOLETIMAR.DAT shows, per region, the worst pollutant
      *          and its category with the standard health-advice
      *          text for that category. HISTORICO.DAT only holds
      *          readings that passed validation, so a region with no
      *          reading for the day is printed as "SEM DADOS" rather
      *          than as good air.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLETIMAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGIOES-FILE ASSIGN TO "REGIOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGIOES-STATUS.
           SELECT HISTORICO-FILE ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT BOLETIM-FILE ASSIGN TO "BOLETIMAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOLETIM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGIOES-FILE.
       01  REGIAO-REG.
           05 REGIAO-ID               PIC X(03).
           05 REGIAO-NOME             PIC X(20).
           05 REGIAO-ESTACAO-ID       PIC X(05).

       FD  HISTORICO-FILE.
           COPY HISTREG.

       FD  BOLETIM-FILE.
       01  LINHA-BOLETIM               PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-REGIOES-STATUS        PIC X(02).
       01 WS-HIST-STATUS           PIC X(02).
       01 WS-BOLETIM-STATUS        PIC X(02).
       01 WS-COD-RETORNO           PIC X(02)       VALUE "00".
       01 WS-DATA-EXECUCAO         PIC 9(08).
       01 WS-EOF-REGIOES           PIC X           VALUE 'N'.
           88 FIM-REGIOES                          VALUE 'S'.
       01 WS-EOF-HISTORICO         PIC X           VALUE 'N'.
           88 FIM-HISTORICO                        VALUE 'S'.
       01 WS-HIST-ABERTO           PIC X           VALUE 'N'.
           88 HIST-ABERTO                          VALUE 'S'.
       01 WS-QTD-REGIOES           PIC 9(03)       VALUE 0.
       01 WS-QTD-MAPA              PIC 9(03)       VALUE 0.
       01 WS-QTD-LIDOS             PIC 9(07)       VALUE 0.
       01 WS-QTD-DIA               PIC 9(07)       VALUE 0.
       01 WS-QTD-SEM-REGIAO        PIC 9(07)       VALUE 0.
       01 WS-QTD-SEM-DADOS         PIC 9(03)       VALUE 0.
       01 WS-SUB                   PIC 9(03)       VALUE 0.
       01 WS-NIVEL                 PIC 9(01).

       01 TAB-REGIOES.
           05 TAB-REG OCCURS 50 TIMES
                       INDEXED BY WS-RGIDX.
               10 TAB-REG-ID             PIC X(03).
               10 TAB-REG-NOME           PIC X(20).
               10 TAB-REG-QTD-LEITURAS   PIC 9(05).
               10 TAB-REG-PIOR-NIVEL     PIC 9(01).
               10 TAB-REG-PIOR-INDPOL    PIC 9(01)V9(02).
               10 TAB-REG-PIOR-POLUENTE  PIC X(04).
               10 TAB-REG-PIOR-ESTACAO   PIC X(05).
               10 TAB-REG-PIOR-CATEGORIA PIC X(30).

       01 TAB-MAPA-ESTACOES.
           05 TAB-MAPA OCCURS 200 TIMES
                        INDEXED BY WS-MPIDX.
               10 TAB-MAPA-ESTACAO-ID    PIC X(05).
               10 TAB-MAPA-REGIAO-ID     PIC X(03).

       01 WS-CABECALHO-1.
           05 FILLER             PIC X(37)
              VALUE "BOLETIM DA QUALIDADE DO AR - DIA ".
           05 WS-CAB-DATA        PIC 9999/99/99.
           05 FILLER             PIC X(73) VALUE SPACES.

       01 WS-CABECALHO-2.
           05 FILLER             PIC X(48)
              VALUE "PIOR LEITURA DO DIA EM CADA REGIAO DA CIDADE".
           05 FILLER             PIC X(72) VALUE SPACES.

       01 WS-LINHA-BOL-REGIAO.
           05 FILLER             PIC X(08) VALUE "REGIAO: ".
           05 WS-BOL-REGIAO      PIC X(20).
           05 FILLER             PIC X(12) VALUE " QUALIDADE: ".
           05 WS-BOL-CATEGORIA   PIC X(15).
           05 FILLER             PIC X(11) VALUE " POLUENTE: ".
           05 WS-BOL-POLUENTE    PIC X(04).
           05 FILLER             PIC X(10) VALUE " ESTACAO: ".
           05 WS-BOL-ESTACAO     PIC X(05).
           05 FILLER             PIC X(35) VALUE SPACES.

       01 WS-LINHA-BOL-ORIENTACAO.
           05 FILLER             PIC X(16) VALUE "  RECOMENDACAO: ".
           05 WS-BOL-ORIENTACAO  PIC X(100).
           05 FILLER             PIC X(04) VALUE SPACES.

       01 WS-LINHA-BOL-RODAPE.
           05 FILLER             PIC X(24)
              VALUE "REGIOES SEM DADOS HOJE: ".
           05 WS-BOL-SEM-DADOS   PIC ZZ9.
           05 FILLER             PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZACAO
            IF WS-COD-RETORNO = "00"
                PERFORM PROCESSA-HISTORICO UNTIL FIM-HISTORICO
                PERFORM GERA-BOLETIM
            END-IF
            PERFORM FINALIZACAO
            GOBACK.

       INICIALIZACAO.
            ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
            OPEN INPUT REGIOES-FILE
            IF WS-REGIOES-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR REGIOES.DAT - STATUS: "
                    WS-REGIOES-STATUS
                MOVE "12" TO WS-COD-RETORNO
                MOVE 12 TO RETURN-CODE
            ELSE
                PERFORM LER-REGIAO
                PERFORM CARREGA-REGIAO-TABELA UNTIL FIM-REGIOES
                CLOSE REGIOES-FILE
                OPEN INPUT HISTORICO-FILE
                IF WS-HIST-STATUS NOT = "00"
                    DISPLAY "HISTORICO.DAT AUSENTE - TODAS AS REGIOES "
                        "SEM DADOS"
                    MOVE 'S' TO WS-EOF-HISTORICO
                ELSE
                    MOVE 'S' TO WS-HIST-ABERTO
                    PERFORM LER-HISTORICO
                END-IF
            END-IF.

       LER-REGIAO.
            READ REGIOES-FILE
                AT END
                    MOVE 'S' TO WS-EOF-REGIOES
            END-READ.

       CARREGA-REGIAO-TABELA.
            SET WS-RGIDX TO 1
            SEARCH TAB-REG
                AT END
                    DISPLAY "TABELA DE REGIOES CHEIA - IGNORADO: "
                        REGIAO-ID
                WHEN WS-RGIDX > WS-QTD-REGIOES
                    ADD 1 TO WS-QTD-REGIOES
                    MOVE REGIAO-ID TO TAB-REG-ID (WS-RGIDX)
                    MOVE REGIAO-NOME TO TAB-REG-NOME (WS-RGIDX)
                    MOVE 0 TO TAB-REG-QTD-LEITURAS (WS-RGIDX)
                    MOVE 0 TO TAB-REG-PIOR-NIVEL (WS-RGIDX)
                    MOVE 0 TO TAB-REG-PIOR-INDPOL (WS-RGIDX)
                    MOVE SPACES TO TAB-REG-PIOR-POLUENTE (WS-RGIDX)
                    MOVE SPACES TO TAB-REG-PIOR-ESTACAO (WS-RGIDX)
                    MOVE SPACES TO TAB-REG-PIOR-CATEGORIA (WS-RGIDX)
                WHEN TAB-REG-ID (WS-RGIDX) = REGIAO-ID
                    CONTINUE
            END-SEARCH
            IF WS-QTD-MAPA < 200
                ADD 1 TO WS-QTD-MAPA
                MOVE REGIAO-ESTACAO-ID
                    TO TAB-MAPA-ESTACAO-ID (WS-QTD-MAPA)
                MOVE REGIAO-ID TO TAB-MAPA-REGIAO-ID (WS-QTD-MAPA)
            ELSE
                DISPLAY "TABELA DE ESTACOES CHEIA - IGNORADO: "
                    REGIAO-ESTACAO-ID
            END-IF
            PERFORM LER-REGIAO.

       LER-HISTORICO.
            READ HISTORICO-FILE
                AT END
                    MOVE 'S' TO WS-EOF-HISTORICO
            END-READ.

       PROCESSA-HISTORICO.
            ADD 1 TO WS-QTD-LIDOS
            IF HIST-DATA = WS-DATA-EXECUCAO
                ADD 1 TO WS-QTD-DIA
                SET WS-MPIDX TO 1
                SEARCH TAB-MAPA
                    AT END
                        ADD 1 TO WS-QTD-SEM-REGIAO
                    WHEN WS-MPIDX > WS-QTD-MAPA
                        ADD 1 TO WS-QTD-SEM-REGIAO
                    WHEN TAB-MAPA-ESTACAO-ID (WS-MPIDX)
                            = HIST-ESTACAO-ID
                        PERFORM ACUMULA-REGIAO
                END-SEARCH
            END-IF
            PERFORM LER-HISTORICO.

       ACUMULA-REGIAO.
            SET WS-RGIDX TO 1
            SEARCH TAB-REG
                AT END
                    CONTINUE
                WHEN TAB-REG-ID (WS-RGIDX)
                        = TAB-MAPA-REGIAO-ID (WS-MPIDX)
                    PERFORM CONFRONTA-PIOR-LEITURA
            END-SEARCH.

       CONFRONTA-PIOR-LEITURA.
            EVALUATE HIST-CATEGORIA
                WHEN "ACEITAVEL"
                    MOVE 1 TO WS-NIVEL
                WHEN "GRUPO 1"
                    MOVE 2 TO WS-NIVEL
                WHEN "GRUPO 1 E 2"
                    MOVE 3 TO WS-NIVEL
                WHEN OTHER
                    MOVE 4 TO WS-NIVEL
            END-EVALUATE
            ADD 1 TO TAB-REG-QTD-LEITURAS (WS-RGIDX)
            IF WS-NIVEL > TAB-REG-PIOR-NIVEL (WS-RGIDX)
                    OR (WS-NIVEL = TAB-REG-PIOR-NIVEL (WS-RGIDX)
                        AND HIST-INDPOL
                            > TAB-REG-PIOR-INDPOL (WS-RGIDX))
                MOVE WS-NIVEL TO TAB-REG-PIOR-NIVEL (WS-RGIDX)
                MOVE HIST-INDPOL TO TAB-REG-PIOR-INDPOL (WS-RGIDX)
                MOVE HIST-POLUENTE TO TAB-REG-PIOR-POLUENTE (WS-RGIDX)
                MOVE HIST-ESTACAO-ID TO TAB-REG-PIOR-ESTACAO (WS-RGIDX)
                MOVE HIST-CATEGORIA
                    TO TAB-REG-PIOR-CATEGORIA (WS-RGIDX)
            END-IF.

       GERA-BOLETIM.
            OPEN OUTPUT BOLETIM-FILE
            MOVE WS-DATA-EXECUCAO TO WS-CAB-DATA
            WRITE LINHA-BOLETIM FROM WS-CABECALHO-1
            WRITE LINHA-BOLETIM FROM WS-CABECALHO-2
            MOVE 0 TO WS-SUB
            PERFORM LISTA-REGIAO WS-QTD-REGIOES TIMES
            MOVE WS-QTD-SEM-DADOS TO WS-BOL-SEM-DADOS
            WRITE LINHA-BOLETIM FROM WS-LINHA-BOL-RODAPE
            CLOSE BOLETIM-FILE.

       LISTA-REGIAO.
            ADD 1 TO WS-SUB
            MOVE TAB-REG-NOME (WS-SUB) TO WS-BOL-REGIAO
            IF TAB-REG-QTD-LEITURAS (WS-SUB) = 0
                ADD 1 TO WS-QTD-SEM-DADOS
                MOVE "SEM DADOS" TO WS-BOL-CATEGORIA
                MOVE "-" TO WS-BOL-POLUENTE
                MOVE "-" TO WS-BOL-ESTACAO
                MOVE SPACES TO WS-BOL-ORIENTACAO
                STRING "NENHUMA LEITURA VALIDA HOJE NESTA REGIAO - "
                    "CONSULTE O BOLETIM DE OUTRA REGIAO PROXIMA"
                    DELIMITED BY SIZE INTO WS-BOL-ORIENTACAO
            ELSE
                MOVE TAB-REG-PIOR-CATEGORIA (WS-SUB)
                    TO WS-BOL-CATEGORIA
                MOVE TAB-REG-PIOR-POLUENTE (WS-SUB) TO WS-BOL-POLUENTE
                MOVE TAB-REG-PIOR-ESTACAO (WS-SUB) TO WS-BOL-ESTACAO
                PERFORM DEFINE-ORIENTACAO
            END-IF
            WRITE LINHA-BOLETIM FROM WS-LINHA-BOL-REGIAO
            WRITE LINHA-BOLETIM FROM WS-LINHA-BOL-ORIENTACAO.

       DEFINE-ORIENTACAO.
            EVALUATE TAB-REG-PIOR-NIVEL (WS-SUB)
                WHEN 1
                    MOVE SPACES TO WS-BOL-ORIENTACAO
                    STRING "QUALIDADE DO AR BOA - ATIVIDADES AO AR "
                        "LIVRE SEM RESTRICAO"
                        DELIMITED BY SIZE INTO WS-BOL-ORIENTACAO
                WHEN 2
                    MOVE SPACES TO WS-BOL-ORIENTACAO
                    STRING "CRIANCAS, IDOSOS E PESSOAS COM DOENCAS "
                        "RESPIRATORIAS DEVEM REDUZIR ESFORCO AO AR "
                        "LIVRE"
                        DELIMITED BY SIZE INTO WS-BOL-ORIENTACAO
                WHEN 3
                    MOVE SPACES TO WS-BOL-ORIENTACAO
                    STRING "GRUPOS SENSIVEIS DEVEM EVITAR ATIVIDADE AO "
                        "AR LIVRE; DEMAIS PESSOAS, REDUZIR ESFORCO"
                        DELIMITED BY SIZE INTO WS-BOL-ORIENTACAO
                WHEN OTHER
                    MOVE SPACES TO WS-BOL-ORIENTACAO
                    STRING "TODA A POPULACAO DEVE EVITAR ATIVIDADE AO "
                        "AR LIVRE E MANTER JANELAS FECHADAS"
                        DELIMITED BY SIZE INTO WS-BOL-ORIENTACAO
            END-EVALUATE.

       FINALIZACAO.
            IF WS-COD-RETORNO = "00"
                IF HIST-ABERTO
                    CLOSE HISTORICO-FILE
                END-IF
                DISPLAY "BOLETIMAR: " WS-QTD-DIA
                    " LEITURAS DO DIA EM HISTORICO.DAT"
                DISPLAY "BOLETIMAR: " WS-QTD-SEM-REGIAO
                    " LEITURAS DE ESTACAO SEM REGIAO EM REGIOES.DAT"
                DISPLAY "BOLETIMAR: " WS-QTD-REGIOES
                    " REGIOES NO BOLETIM, " WS-QTD-SEM-DADOS
                    " SEM DADOS"
            END-IF.
       END PROGRAM BOLETIMAR.
