      ******************************************************************
      * Author:DIOGO BISPO.
      * Date:15_10_26.
      * Purpose: Transaction-driven maintenance for the planned
      *          station maintenance windows in JANELAS.DAT. A station
      *          stopped for calibration or repair used to be reported
      *          by COBERTURA as missing every day, and any reading it
      *          sent while being calibrated was classified and could
      *          raise a real alert. Reads typed transactions
      *          (inclusao/alteracao/exclusao) from JANMANUT.DAT,
      *          keyed by station, pollutant (spaces = the whole
      *          station) and start date/time; validates each one -
      *          the station (and the pollutant, when given) must be
      *          registered in ESTACOES.DAT, dates and times must be
      *          numeric and the end must not precede the start, and
      *          the reason is mandatory - rejects bad transactions to
      *          JANMANREJ.DAT, applies the good ones and prints a
      *          before/after change listing to JANMANLOG.DAT.
      *          JANELAS.DAT is rewritten in full at the end of the
      *          run. COBERTURA lists pairs inside a window as EM
      *          MANUTENCAO and INDICEPOLUICAO sets readings taken
      *          inside a window aside to EXCECOES.DAT.
      * Tectonics: cobc
      ******************************************************************
      * Mod-history:
      * 15_10_26 DB  Every transaction now carries the id of the
      *              operator who submitted it (MAN-OPERADOR), checked
      *              against OPERADORES.DAT: the operator must exist,
      *              be active and hold function JANM, otherwise the
      *              transaction goes to JANMANREJ.DAT. The run is
      *              refused with RC=12 when OPERADORES.DAT cannot be
      *              opened. The operator is printed on each change
      *              in JANMANLOG.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JANELASMANUT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JANMANUT-FILE ASSIGN TO "JANMANUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JANMANUT-STATUS.
           SELECT JANELAS-FILE ASSIGN TO "JANELAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JANELAS-STATUS.
           SELECT ESTACOES-FILE ASSIGN TO "ESTACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTACOES-STATUS.
           SELECT JANMANREJ-FILE ASSIGN TO "JANMANREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JANMANREJ-STATUS.
           SELECT JANMANLOG-FILE ASSIGN TO "JANMANLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JANMANLOG-STATUS.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADORES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JANMANUT-FILE.
       01  MANUT-REG.
           05 MAN-ACAO                PIC X(01).
               88 ACAO-INCLUSAO           VALUE "I".
               88 ACAO-ALTERACAO          VALUE "A".
               88 ACAO-EXCLUSAO           VALUE "E".
               88 ACAO-VALIDA             VALUES "I" "A" "E".
           05 MAN-ESTACAO-ID          PIC X(05).
           05 MAN-POLUENTE            PIC X(04).
               88 POLUENTE-VALIDO         VALUES "CO  " "NO2 "
                                                  "PM25" "O3  "
                                                  SPACES.
           05 MAN-INICIO.
               10 MAN-INICIO-DATA     PIC 9(08).
               10 MAN-INICIO-HORA     PIC 9(06).
           05 MAN-FIM.
               10 MAN-FIM-DATA        PIC 9(08).
               10 MAN-FIM-HORA        PIC 9(06).
           05 MAN-MOTIVO              PIC X(30).
           05 MAN-OPERADOR            PIC X(08).

       FD  JANELAS-FILE.
           COPY JANELAREG.

       FD  ESTACOES-FILE.
       01  ESTACAO-REG.
           05 ESTACAO-ID              PIC X(05).
           05 ESTACAO-POLUENTE        PIC X(04).
           05 ESTACAO-LIM-ACEITAVEL   PIC 9(01)V9(02).
           05 ESTACAO-LIM-GRUPO1      PIC 9(01)V9(02).
           05 ESTACAO-LIM-GRUPO1E2    PIC 9(01)V9(02).
           05 ESTACAO-LIM-TODOS       PIC 9(01)V9(02).

       FD  JANMANREJ-FILE.
       01  LINHA-REJEITO               PIC X(100).

       FD  JANMANLOG-FILE.
       01  LINHA-LOG                   PIC X(100).

       FD  OPERADORES-FILE.
           COPY OPERREG.

       WORKING-STORAGE SECTION.
       01 WS-JANMANUT-STATUS       PIC X(02).
       01 WS-JANELAS-STATUS        PIC X(02).
       01 WS-ESTACOES-STATUS       PIC X(02).
       01 WS-JANMANREJ-STATUS      PIC X(02).
       01 WS-JANMANLOG-STATUS      PIC X(02).
       01 WS-COD-RETORNO           PIC X(02)       VALUE "00".
       01 WS-DATA-EXECUCAO         PIC 9(08).
       01 WS-EOF-JANMANUT          PIC X           VALUE 'N'.
           88 FIM-JANMANUT                         VALUE 'S'.
       01 WS-EOF-JANELAS           PIC X           VALUE 'N'.
           88 FIM-JANELAS                          VALUE 'S'.
       01 WS-EOF-ESTACOES          PIC X           VALUE 'N'.
           88 FIM-ESTACOES                         VALUE 'S'.
       01 WS-QTD-JANELAS           PIC 9(03)       VALUE 0.
       01 WS-QTD-ESTACOES          PIC 9(03)       VALUE 0.
       01 WS-QTD-LIDOS             PIC 9(05)       VALUE 0.
       01 WS-QTD-APLICADOS         PIC 9(05)       VALUE 0.
       01 WS-QTD-REJEITADOS        PIC 9(05)       VALUE 0.
       01 WS-MOTIVO-REJEICAO       PIC X(40).
       01 WS-ENTRADA-ACHADA        PIC X           VALUE 'N'.
           88 ENTRADA-ACHADA                       VALUE 'S'.
       01 WS-ESTACAO-ACHADA        PIC X           VALUE 'N'.
           88 ESTACAO-ACHADA                       VALUE 'S'.
       01 WS-IDX-ACHADO            PIC 9(03)       VALUE 0.
       01 WS-SUB                   PIC 9(03)       VALUE 0.
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

       01 TAB-ESTACOES.
           05 TAB-EST OCCURS 200 TIMES
                       INDEXED BY WS-ESIDX.
               10 TAB-EST-ID              PIC X(05).
               10 TAB-EST-POLUENTE        PIC X(04).

       01 TAB-JANELAS.
           05 TAB-JAN OCCURS 200 TIMES
                       INDEXED BY WS-JNIDX.
               10 TAB-JAN-ESTACAO-ID      PIC X(05).
               10 TAB-JAN-POLUENTE        PIC X(04).
               10 TAB-JAN-INICIO          PIC X(14).
               10 TAB-JAN-FIM             PIC X(14).
               10 TAB-JAN-MOTIVO          PIC X(30).
               10 TAB-JAN-EXCLUIDO        PIC X(01).

       01 WS-CABECALHO-LOG.
           05 FILLER             PIC X(38)
              VALUE "ALTERACOES DE JANELAS DE MANUTENCAO - ".
           05 FILLER             PIC X(04) VALUE "DIA ".
           05 WS-LOG-CAB-DATA    PIC 9999/99/99.
           05 FILLER             PIC X(48) VALUE SPACES.

       01 WS-LINHA-LOG-ACAO.
           05 FILLER             PIC X(06) VALUE "ACAO: ".
           05 WS-LOG-ACAO        PIC X(09).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 FILLER             PIC X(04) VALUE "EST:".
           05 WS-LOG-ESTACAO     PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 FILLER             PIC X(04) VALUE "POL:".
           05 WS-LOG-POLUENTE    PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 FILLER             PIC X(05) VALUE "OPER:".
           05 WS-LOG-OPERADOR    PIC X(08).
           05 FILLER             PIC X(51) VALUE SPACES.

       01 WS-LINHA-LOG-JANELA.
           05 WS-LOG-ROTULO      PIC X(09).
           05 FILLER             PIC X(08) VALUE "INICIO: ".
           05 WS-LOG-INICIO      PIC X(14).
           05 FILLER             PIC X(06) VALUE " FIM: ".
           05 WS-LOG-FIM         PIC X(14).
           05 FILLER             PIC X(09) VALUE " MOTIVO: ".
           05 WS-LOG-MOTIVO      PIC X(30).
           05 FILLER             PIC X(10) VALUE SPACES.

       01 WS-LINHA-LOG-SEM-REG.
           05 WS-LOG-SR-ROTULO   PIC X(08).
           05 FILLER             PIC X(15) VALUE "(SEM REGISTRO)".
           05 FILLER             PIC X(77) VALUE SPACES.

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
           05 FILLER             PIC X(07) VALUE "INICIO:".
           05 WS-REJ-INICIO      PIC X(14).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 FILLER             PIC X(08) VALUE "MOTIVO: ".
           05 WS-REJ-MOTIVO      PIC X(40).
           05 FILLER             PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZACAO
            IF WS-COD-RETORNO = "00"
                PERFORM PROCESSA-MANUTENCAO UNTIL FIM-JANMANUT
                PERFORM REGRAVA-JANELAS
            END-IF
            PERFORM FINALIZACAO
            GOBACK.

       INICIALIZACAO.
            ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
            PERFORM CARREGA-OPERADORES
            IF WS-COD-RETORNO = "00"
                PERFORM ABRE-ARQUIVOS
            END-IF.

       ABRE-ARQUIVOS.
            OPEN INPUT JANMANUT-FILE
            IF WS-JANMANUT-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR JANMANUT.DAT - STATUS: "
                    WS-JANMANUT-STATUS
                MOVE "12" TO WS-COD-RETORNO
                MOVE 12 TO RETURN-CODE
            ELSE
                PERFORM CARREGA-ESTACOES
                IF WS-COD-RETORNO = "00"
                    PERFORM CARREGA-JANELAS
                END-IF
                IF WS-COD-RETORNO = "00"
                    OPEN OUTPUT JANMANREJ-FILE
                    OPEN OUTPUT JANMANLOG-FILE
                    MOVE WS-DATA-EXECUCAO TO WS-LOG-CAB-DATA
                    WRITE LINHA-LOG FROM WS-CABECALHO-LOG
                    PERFORM LER-MANUTENCAO
                ELSE
                    CLOSE JANMANUT-FILE
                END-IF
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
            IF WS-ESTACOES-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR ESTACOES.DAT - STATUS: "
                    WS-ESTACOES-STATUS
                MOVE "12" TO WS-COD-RETORNO
                MOVE 12 TO RETURN-CODE
            ELSE
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
                MOVE ESTACAO-ID TO TAB-EST-ID (WS-QTD-ESTACOES)
                MOVE ESTACAO-POLUENTE
                    TO TAB-EST-POLUENTE (WS-QTD-ESTACOES)
            ELSE
                DISPLAY "TABELA DE ESTACOES CHEIA - IGNORADO: "
                    ESTACAO-ID " " ESTACAO-POLUENTE
            END-IF
            PERFORM LER-ESTACAO.

       CARREGA-JANELAS.
            OPEN INPUT JANELAS-FILE
            EVALUATE WS-JANELAS-STATUS
                WHEN "00"
                    PERFORM LER-JANELA
                    PERFORM CARREGA-JANELA-TABELA UNTIL FIM-JANELAS
                    CLOSE JANELAS-FILE
                WHEN "35"
                    DISPLAY "JANELAS.DAT AUSENTE - "
                        "INICIANDO MASTER VAZIO"
                WHEN OTHER
                    DISPLAY "ERRO AO ABRIR JANELAS.DAT - STATUS: "
                        WS-JANELAS-STATUS
                    MOVE "12" TO WS-COD-RETORNO
                    MOVE 12 TO RETURN-CODE
            END-EVALUATE.

       LER-JANELA.
            READ JANELAS-FILE
                AT END
                    MOVE 'S' TO WS-EOF-JANELAS
            END-READ.

       CARREGA-JANELA-TABELA.
            IF WS-QTD-JANELAS < 200
                ADD 1 TO WS-QTD-JANELAS
                MOVE JAN-ESTACAO-ID
                    TO TAB-JAN-ESTACAO-ID (WS-QTD-JANELAS)
                MOVE JAN-POLUENTE TO TAB-JAN-POLUENTE (WS-QTD-JANELAS)
                MOVE JAN-INICIO TO TAB-JAN-INICIO (WS-QTD-JANELAS)
                MOVE JAN-FIM TO TAB-JAN-FIM (WS-QTD-JANELAS)
                MOVE JAN-MOTIVO TO TAB-JAN-MOTIVO (WS-QTD-JANELAS)
                MOVE 'N' TO TAB-JAN-EXCLUIDO (WS-QTD-JANELAS)
            ELSE
                DISPLAY "TABELA DE JANELAS CHEIA - IGNORADO: "
                    JAN-ESTACAO-ID " " JAN-POLUENTE " " JAN-INICIO
            END-IF
            PERFORM LER-JANELA.

       LER-MANUTENCAO.
            READ JANMANUT-FILE
                AT END
                    MOVE 'S' TO WS-EOF-JANMANUT
            END-READ.

       PROCESSA-MANUTENCAO.
            ADD 1 TO WS-QTD-LIDOS
            PERFORM LOCALIZA-ENTRADA
            PERFORM VALIDA-MANUTENCAO
            IF WS-MOTIVO-REJEICAO = SPACES
                PERFORM APLICA-MANUTENCAO
            ELSE
                PERFORM REJEITA-MANUTENCAO
            END-IF
            PERFORM LER-MANUTENCAO.

       LOCALIZA-ENTRADA.
            MOVE 'N' TO WS-ENTRADA-ACHADA
            MOVE 0 TO WS-IDX-ACHADO
            MOVE 0 TO WS-SUB
            PERFORM PROCURA-ENTRADA UNTIL ENTRADA-ACHADA
                OR WS-SUB >= WS-QTD-JANELAS.

       PROCURA-ENTRADA.
            ADD 1 TO WS-SUB
            IF TAB-JAN-ESTACAO-ID (WS-SUB) = MAN-ESTACAO-ID
                    AND TAB-JAN-POLUENTE (WS-SUB) = MAN-POLUENTE
                    AND TAB-JAN-INICIO (WS-SUB) = MAN-INICIO
                    AND TAB-JAN-EXCLUIDO (WS-SUB) = 'N'
                MOVE 'S' TO WS-ENTRADA-ACHADA
                MOVE WS-SUB TO WS-IDX-ACHADO
            END-IF.

      * A window for the whole station only needs the station to be
      * registered with some pollutant; a window for one pollutant
      * needs that exact station/pollutant pair.
       LOCALIZA-ESTACAO.
            MOVE 'N' TO WS-ESTACAO-ACHADA
            SET WS-ESIDX TO 1
            SEARCH TAB-EST
                AT END
                    CONTINUE
                WHEN WS-ESIDX > WS-QTD-ESTACOES
                    CONTINUE
                WHEN TAB-EST-ID (WS-ESIDX) = MAN-ESTACAO-ID
                     AND (MAN-POLUENTE = SPACES
                       OR TAB-EST-POLUENTE (WS-ESIDX) = MAN-POLUENTE)
                    MOVE 'S' TO WS-ESTACAO-ACHADA
            END-SEARCH.

       VALIDA-MANUTENCAO.
            MOVE SPACES TO WS-MOTIVO-REJEICAO
            MOVE MAN-OPERADOR TO WS-OPERADOR-TRANS
            MOVE "JANM" TO WS-FUNCAO-EXIGIDA
            PERFORM VALIDA-OPERADOR
            IF WS-MOTIVO-REJEICAO = SPACES
                PERFORM VALIDA-DADOS-MANUTENCAO
            END-IF.

       VALIDA-DADOS-MANUTENCAO.
            IF NOT ACAO-VALIDA
                MOVE "ACAO DESCONHECIDA" TO WS-MOTIVO-REJEICAO
            ELSE
                IF MAN-ESTACAO-ID = SPACES
                    MOVE "ESTACAO-ID EM BRANCO" TO WS-MOTIVO-REJEICAO
                ELSE
                    IF NOT POLUENTE-VALIDO
                        MOVE "CODIGO DE POLUENTE DESCONHECIDO"
                            TO WS-MOTIVO-REJEICAO
                    ELSE
                        PERFORM VALIDA-ACAO-ESPECIFICA
                    END-IF
                END-IF
            END-IF.

       VALIDA-ACAO-ESPECIFICA.
            EVALUATE TRUE
                WHEN ACAO-INCLUSAO
                    IF ENTRADA-ACHADA
                        MOVE "JANELA JA CADASTRADA"
                            TO WS-MOTIVO-REJEICAO
                    ELSE
                        IF WS-QTD-JANELAS >= 200
                            MOVE "TABELA DE JANELAS CHEIA"
                                TO WS-MOTIVO-REJEICAO
                        ELSE
                            PERFORM LOCALIZA-ESTACAO
                            IF NOT ESTACAO-ACHADA
                                MOVE "ESTACAO/POLUENTE NAO CADASTRADO"
                                    TO WS-MOTIVO-REJEICAO
                            ELSE
                                PERFORM VALIDA-PERIODO
                            END-IF
                        END-IF
                    END-IF
                WHEN ACAO-ALTERACAO
                    IF NOT ENTRADA-ACHADA
                        MOVE "JANELA NAO CADASTRADA"
                            TO WS-MOTIVO-REJEICAO
                    ELSE
                        PERFORM VALIDA-PERIODO
                    END-IF
                WHEN ACAO-EXCLUSAO
                    IF NOT ENTRADA-ACHADA
                        MOVE "JANELA NAO CADASTRADA"
                            TO WS-MOTIVO-REJEICAO
                    END-IF
            END-EVALUATE.

       VALIDA-PERIODO.
            EVALUATE TRUE
                WHEN MAN-INICIO-DATA NOT NUMERIC
                        OR MAN-FIM-DATA NOT NUMERIC
                    MOVE "DATA NAO NUMERICA" TO WS-MOTIVO-REJEICAO
                WHEN MAN-INICIO-HORA NOT NUMERIC
                        OR MAN-FIM-HORA NOT NUMERIC
                        OR MAN-INICIO-HORA > 235959
                        OR MAN-FIM-HORA > 235959
                    MOVE "HORA INVALIDA" TO WS-MOTIVO-REJEICAO
                WHEN MAN-FIM < MAN-INICIO
                    MOVE "FIM DA JANELA ANTERIOR AO INICIO"
                        TO WS-MOTIVO-REJEICAO
                WHEN MAN-MOTIVO = SPACES
                    MOVE "MOTIVO DA MANUTENCAO EM BRANCO"
                        TO WS-MOTIVO-REJEICAO
            END-EVALUATE.

       APLICA-MANUTENCAO.
            ADD 1 TO WS-QTD-APLICADOS
            PERFORM GRAVA-LOG-ACAO
            PERFORM GRAVA-LOG-ANTES
            EVALUATE TRUE
                WHEN ACAO-INCLUSAO
                    ADD 1 TO WS-QTD-JANELAS
                    MOVE WS-QTD-JANELAS TO WS-IDX-ACHADO
                    MOVE MAN-ESTACAO-ID
                        TO TAB-JAN-ESTACAO-ID (WS-IDX-ACHADO)
                    MOVE MAN-POLUENTE
                        TO TAB-JAN-POLUENTE (WS-IDX-ACHADO)
                    MOVE MAN-INICIO TO TAB-JAN-INICIO (WS-IDX-ACHADO)
                    MOVE 'N' TO TAB-JAN-EXCLUIDO (WS-IDX-ACHADO)
                    PERFORM MOVE-JANELA-TABELA
                WHEN ACAO-ALTERACAO
                    PERFORM MOVE-JANELA-TABELA
                WHEN ACAO-EXCLUSAO
                    MOVE 'S' TO TAB-JAN-EXCLUIDO (WS-IDX-ACHADO)
            END-EVALUATE
            PERFORM GRAVA-LOG-DEPOIS.

       MOVE-JANELA-TABELA.
            MOVE MAN-FIM TO TAB-JAN-FIM (WS-IDX-ACHADO)
            MOVE MAN-MOTIVO TO TAB-JAN-MOTIVO (WS-IDX-ACHADO).

       GRAVA-LOG-ACAO.
            EVALUATE TRUE
                WHEN ACAO-INCLUSAO
                    MOVE "INCLUSAO" TO WS-LOG-ACAO
                WHEN ACAO-ALTERACAO
                    MOVE "ALTERACAO" TO WS-LOG-ACAO
                WHEN ACAO-EXCLUSAO
                    MOVE "EXCLUSAO" TO WS-LOG-ACAO
            END-EVALUATE
            MOVE MAN-ESTACAO-ID TO WS-LOG-ESTACAO
            IF MAN-POLUENTE = SPACES
                MOVE "TODOS" TO WS-LOG-POLUENTE
            ELSE
                MOVE MAN-POLUENTE TO WS-LOG-POLUENTE
            END-IF
            MOVE MAN-OPERADOR TO WS-LOG-OPERADOR
            WRITE LINHA-LOG FROM WS-LINHA-LOG-ACAO.

       GRAVA-LOG-ANTES.
            IF ENTRADA-ACHADA
                MOVE "  ANTES " TO WS-LOG-ROTULO
                PERFORM MOVE-LOG-JANELA
                WRITE LINHA-LOG FROM WS-LINHA-LOG-JANELA
            ELSE
                MOVE "  ANTES " TO WS-LOG-SR-ROTULO
                WRITE LINHA-LOG FROM WS-LINHA-LOG-SEM-REG
            END-IF.

       GRAVA-LOG-DEPOIS.
            IF ACAO-EXCLUSAO
                MOVE "  DEPOIS" TO WS-LOG-SR-ROTULO
                WRITE LINHA-LOG FROM WS-LINHA-LOG-SEM-REG
            ELSE
                MOVE "  DEPOIS" TO WS-LOG-ROTULO
                PERFORM MOVE-LOG-JANELA
                WRITE LINHA-LOG FROM WS-LINHA-LOG-JANELA
            END-IF.

       MOVE-LOG-JANELA.
            MOVE TAB-JAN-INICIO (WS-IDX-ACHADO) TO WS-LOG-INICIO
            MOVE TAB-JAN-FIM (WS-IDX-ACHADO) TO WS-LOG-FIM
            MOVE TAB-JAN-MOTIVO (WS-IDX-ACHADO) TO WS-LOG-MOTIVO.

       REJEITA-MANUTENCAO.
            ADD 1 TO WS-QTD-REJEITADOS
            MOVE MAN-ACAO TO WS-REJ-ACAO
            MOVE MAN-ESTACAO-ID TO WS-REJ-ESTACAO
            MOVE MAN-POLUENTE TO WS-REJ-POLUENTE
            MOVE MAN-INICIO TO WS-REJ-INICIO
            MOVE WS-MOTIVO-REJEICAO TO WS-REJ-MOTIVO
            WRITE LINHA-REJEITO FROM WS-LINHA-REJEITO-DET.

       REGRAVA-JANELAS.
            OPEN OUTPUT JANELAS-FILE
            MOVE 0 TO WS-SUB
            PERFORM GRAVA-JANELA-TABELA WS-QTD-JANELAS TIMES
            CLOSE JANELAS-FILE.

       GRAVA-JANELA-TABELA.
            ADD 1 TO WS-SUB
            IF TAB-JAN-EXCLUIDO (WS-SUB) = 'N'
                MOVE TAB-JAN-ESTACAO-ID (WS-SUB) TO JAN-ESTACAO-ID
                MOVE TAB-JAN-POLUENTE (WS-SUB) TO JAN-POLUENTE
                MOVE TAB-JAN-INICIO (WS-SUB) TO JAN-INICIO
                MOVE TAB-JAN-FIM (WS-SUB) TO JAN-FIM
                MOVE TAB-JAN-MOTIVO (WS-SUB) TO JAN-MOTIVO
                WRITE JANELA-REG
            END-IF.

       FINALIZACAO.
            IF WS-COD-RETORNO = "00"
                CLOSE JANMANUT-FILE
                CLOSE JANMANREJ-FILE
                CLOSE JANMANLOG-FILE
                DISPLAY "JANELASMANUT: " WS-QTD-LIDOS
                    " TRANSACOES LIDAS"
                DISPLAY "JANELASMANUT: " WS-QTD-APLICADOS
                    " APLICADAS EM JANELAS.DAT"
                DISPLAY "JANELASMANUT: " WS-QTD-REJEITADOS
                    " REJEITADAS EM JANMANREJ.DAT"
            END-IF.
       END PROGRAM JANELASMANUT.
