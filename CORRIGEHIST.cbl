      ******************************************************************
      * Author:DIOGO BISPO.
      * Date:15_10_26.
      * Purpose: Correction/reversal batch for readings already
      *          stored in HISTORICO.DAT, for a sensor later found
      *          miscalibrated or a TRANSACOES.DAT value keyed wrong.
      *          Reads correction transactions from CORRTRANS.DAT,
      *          each keyed by station, pollutant, HIST-DATA and
      *          HIST-HORA, and either replaces the stored index
      *          (substituicao "S") - re-classifying it with the
      *          station's current ESTACOES.DAT limits, the same
      *          rule and default-scale fallback as CLASSIFICA-
      *          INDICE - or voids the reading (anulacao "A"), which
      *          removes it from HISTORICO.DAT. The alert trail in
      *          NOTIFICACOES.DAT is kept in step: a correction that
      *          takes a reading out of a suspension category (or
      *          into a different one) closes ("F") the open alert
      *          the original reading raised, stamped with the
      *          requester, and one that puts a reading into a
      *          suspension category raises a new alert aberta.
      *          Every applied correction is listed in CORRLOG.DAT
      *          with the before and after values, the requester
      *          and the reason, for the agency; transactions that
      *          are invalid or match no stored reading go to
      *          CORRREJ.DAT. HISTORICO.DAT and NOTIFICACOES.DAT are
      *          rewritten through HISTNOVO.DAT and NOTIFNOVO.DAT,
      *          the two-step used by ARQUIVAMENTO.
      * Tectonics: cobc
      ******************************************************************
      * Mod-history:
      * 15_10_26 DB  CORRLOG.DAT is now opened EXTEND (OUTPUT only when
      *              absent), so a run no longer wipes the listing of
      *              the corrections applied by earlier runs.
      * 15_10_26 DB  Every transaction now carries the id of the
      *              operator who keyed it (CORR-OPERADOR), checked
      *              against OPERADORES.DAT: the operator must exist,
      *              be active and hold function CORR, otherwise the
      *              transaction goes to CORRREJ.DAT. The run is
      *              refused with RC=12 when OPERADORES.DAT cannot be
      *              opened. The operator is printed on each
      *              correction in CORRLOG.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRIGEHIST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRTRANS-FILE ASSIGN TO "CORRTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRTRANS-STATUS.
           SELECT ESTACOES-FILE ASSIGN TO "ESTACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTACOES-STATUS.
           SELECT HISTORICO-FILE ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT HIST-NOVO-FILE ASSIGN TO "HISTNOVO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-NOVO-STATUS.
           SELECT NOTIFICACOES-FILE ASSIGN TO "NOTIFICACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIF-STATUS.
           SELECT NOTIF-NOVO-FILE ASSIGN TO "NOTIFNOVO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIF-NOVO-STATUS.
           SELECT CORRREJ-FILE ASSIGN TO "CORRREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRREJ-STATUS.
           SELECT CORRLOG-FILE ASSIGN TO "CORRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRLOG-STATUS.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADORES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORRTRANS-FILE.
       01  CORR-REG.
           05 CORR-ACAO               PIC X(01).
               88 ACAO-SUBSTITUIR         VALUE "S".
               88 ACAO-ANULAR             VALUE "A".
               88 ACAO-VALIDA             VALUES "S" "A".
           05 CORR-ESTACAO-ID         PIC X(05).
           05 CORR-POLUENTE           PIC X(04).
           05 CORR-DATA               PIC 9(08).
           05 CORR-HORA               PIC 9(06).
           05 CORR-INDPOL             PIC 9(01)V9(02).
           05 CORR-SOLICITANTE        PIC X(08).
           05 CORR-MOTIVO             PIC X(30).
           05 CORR-OPERADOR           PIC X(08).

       FD  ESTACOES-FILE.
       01  ESTACAO-REG.
           05 ESTACAO-ID              PIC X(05).
           05 ESTACAO-POLUENTE        PIC X(04).
           05 ESTACAO-LIM-ACEITAVEL   PIC 9(01)V9(02).
           05 ESTACAO-LIM-GRUPO1      PIC 9(01)V9(02).
           05 ESTACAO-LIM-GRUPO1E2    PIC 9(01)V9(02).
           05 ESTACAO-LIM-TODOS       PIC 9(01)V9(02).

       FD  HISTORICO-FILE.
           COPY HISTREG.

       FD  HIST-NOVO-FILE.
       01  HIST-NOVO-REG               PIC X(56).

       FD  NOTIFICACOES-FILE.
           COPY NOTIFREG.

       FD  NOTIF-NOVO-FILE.
       01  NOTIF-NOVO-REG              PIC X(126).

       FD  CORRREJ-FILE.
       01  LINHA-REJEITO               PIC X(100).

       FD  CORRLOG-FILE.
       01  LINHA-LOG                   PIC X(100).

       FD  OPERADORES-FILE.
           COPY OPERREG.

       WORKING-STORAGE SECTION.
       01 WS-CORRTRANS-STATUS      PIC X(02).
       01 WS-ESTACOES-STATUS       PIC X(02).
       01 WS-HIST-STATUS           PIC X(02).
       01 WS-HIST-NOVO-STATUS      PIC X(02).
       01 WS-NOTIF-STATUS          PIC X(02).
       01 WS-NOTIF-NOVO-STATUS     PIC X(02).
       01 WS-CORRREJ-STATUS        PIC X(02).
       01 WS-CORRLOG-STATUS        PIC X(02).
       01 WS-COD-RETORNO           PIC X(02)       VALUE "00".
       01 WS-DATA-EXECUCAO         PIC 9(08).
       01 WS-HORA-EXECUCAO         PIC 9(08).
       01 WS-TIMESTAMP-ATUAL       PIC 9(14).
       01 WS-EOF-CORRTRANS         PIC X           VALUE 'N'.
           88 FIM-CORRTRANS                        VALUE 'S'.
       01 WS-EOF-ESTACOES          PIC X           VALUE 'N'.
           88 FIM-ESTACOES                         VALUE 'S'.
       01 WS-EOF-HISTORICO         PIC X           VALUE 'N'.
           88 FIM-HISTORICO                        VALUE 'S'.
       01 WS-EOF-HIST-NOVO         PIC X           VALUE 'N'.
           88 FIM-HIST-NOVO                        VALUE 'S'.
       01 WS-EOF-NOTIF             PIC X           VALUE 'N'.
           88 FIM-NOTIF                            VALUE 'S'.
       01 WS-EOF-NOTIF-NOVO        PIC X           VALUE 'N'.
           88 FIM-NOTIF-NOVO                       VALUE 'S'.
       01 WS-QTD-ESTACOES          PIC 9(03)       VALUE 0.
       01 WS-QTD-TRANSACOES        PIC 9(05)       VALUE 0.
       01 WS-QTD-APLICADAS         PIC 9(05)       VALUE 0.
       01 WS-QTD-REJEITADAS        PIC 9(05)       VALUE 0.
       01 WS-QTD-FECHADOS          PIC 9(05)       VALUE 0.
       01 WS-QTD-ABERTOS           PIC 9(05)       VALUE 0.
       01 WS-SUB                   PIC 9(03)       VALUE 0.
       01 WS-MOTIVO-REJEICAO       PIC X(40).
       01 WS-GRAVA-LEITURA         PIC X           VALUE 'S'.
           88 GRAVA-LEITURA                        VALUE 'S'.
       01 WS-SUSPENSAO-ANTES       PIC X           VALUE 'N'.
           88 SUSPENSAO-ANTES                      VALUE 'S'.
       01 WS-SUSPENSAO-DEPOIS      PIC X           VALUE 'N'.
           88 SUSPENSAO-DEPOIS                     VALUE 'S'.
       01 WS-LIM-ACEITAVEL         PIC 9(01)V9(02).
       01 WS-LIM-GRUPO1            PIC 9(01)V9(02).
       01 WS-LIM-GRUPO1E2          PIC 9(01)V9(02).
       01 WS-LIM-TODOS             PIC 9(01)V9(02).
       01 WS-CATEGORIA-NOVA        PIC X(30).
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

      * TAB-COR-SITUACAO: P pendente, A aplicada, R rejeitada.
      * TAB-COR-FECHA/ABRE-ALERTA say what the correction does to the
      * alert trail; TAB-COR-ALERTA-FECHADO is set once the original
      * alert has been found and closed in NOTIFICACOES.DAT.
       01 TAB-CORRECOES.
           05 TAB-COR OCCURS 100 TIMES
                       INDEXED BY WS-CIDX.
               10 TAB-COR-ACAO           PIC X(01).
               10 TAB-COR-ESTACAO-ID     PIC X(05).
               10 TAB-COR-POLUENTE       PIC X(04).
               10 TAB-COR-DATA           PIC 9(08).
               10 TAB-COR-HORA           PIC 9(06).
               10 TAB-COR-INDPOL         PIC 9(01)V9(02).
               10 TAB-COR-SOLICITANTE    PIC X(08).
               10 TAB-COR-MOTIVO         PIC X(30).
               10 TAB-COR-OPERADOR       PIC X(08).
               10 TAB-COR-SITUACAO       PIC X(01).
               10 TAB-COR-INDPOL-ANTIGO  PIC 9(01)V9(02).
               10 TAB-COR-CAT-ANTIGA     PIC X(30).
               10 TAB-COR-CAT-NOVA       PIC X(30).
               10 TAB-COR-FECHA-ALERTA   PIC X(01).
               10 TAB-COR-ABRE-ALERTA    PIC X(01).
               10 TAB-COR-ALERTA-FECHADO PIC X(01).
               10 TAB-COR-TS-ALERTA      PIC 9(14).

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
           05 FILLER             PIC X(42)
              VALUE "CORRECOES DE LEITURAS DO HISTORICO - DIA ".
           05 WS-LOG-CAB-DATA    PIC 9999/99/99.
           05 FILLER             PIC X(48) VALUE SPACES.

       01 WS-LINHA-LOG-ACAO.
           05 WS-LOG-ACAO        PIC X(12).
           05 FILLER             PIC X(05) VALUE " EST:".
           05 WS-LOG-ESTACAO     PIC X(05).
           05 FILLER             PIC X(05) VALUE " POL:".
           05 WS-LOG-POLUENTE    PIC X(04).
           05 FILLER             PIC X(06) VALUE " DATA:".
           05 WS-LOG-DATA        PIC 9999/99/99.
           05 FILLER             PIC X(06) VALUE " HORA:".
           05 WS-LOG-HORA        PIC 9(06).
           05 FILLER             PIC X(07) VALUE " SOLIC:".
           05 WS-LOG-SOLICITANTE PIC X(08).
           05 FILLER             PIC X(06) VALUE " OPER:".
           05 WS-LOG-OPERADOR    PIC X(08).
           05 FILLER             PIC X(12) VALUE SPACES.

       01 WS-LINHA-LOG-MOTIVO.
           05 FILLER             PIC X(10) VALUE "  MOTIVO: ".
           05 WS-LOG-MOTIVO      PIC X(30).
           05 FILLER             PIC X(60) VALUE SPACES.

       01 WS-LINHA-LOG-VALOR.
           05 WS-LOG-ROTULO      PIC X(08).
           05 FILLER             PIC X(06) VALUE " VAL: ".
           05 WS-LOG-VALOR       PIC 9,99.
           05 FILLER             PIC X(06) VALUE " CAT: ".
           05 WS-LOG-CATEGORIA   PIC X(30).
           05 FILLER             PIC X(46) VALUE SPACES.

       01 WS-LINHA-LOG-ANULADA.
           05 FILLER             PIC X(08) VALUE "  DEPOIS".
           05 FILLER             PIC X(20) VALUE " LEITURA ANULADA".
           05 FILLER             PIC X(72) VALUE SPACES.

       01 WS-LINHA-LOG-ALERTA.
           05 FILLER             PIC X(10) VALUE "  ALERTA: ".
           05 WS-LOG-ALERTA      PIC X(32).
           05 WS-LOG-ALERTA-TS   PIC X(14).
           05 FILLER             PIC X(44) VALUE SPACES.

       01 WS-LINHA-LOG-TOTAL.
           05 FILLER             PIC X(21)
              VALUE "CORRECOES APLICADAS:".
           05 WS-LOG-TOT-APLIC   PIC ZZZZ9.
           05 FILLER             PIC X(20)
              VALUE "  ALERTAS FECHADOS:".
           05 WS-LOG-TOT-FECH    PIC ZZZZ9.
           05 FILLER             PIC X(19)
              VALUE "  ALERTAS ABERTOS:".
           05 WS-LOG-TOT-ABER    PIC ZZZZ9.
           05 FILLER             PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZACAO
            IF WS-COD-RETORNO = "00"
                PERFORM APLICA-CORRECOES
                PERFORM REJEITA-NAO-ENCONTRADAS
                IF WS-QTD-APLICADAS > 0
                    PERFORM REGRAVA-HISTORICO
                    PERFORM ATUALIZA-ALERTAS
                END-IF
                PERFORM GRAVA-LOG-CORRECOES
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
            OPEN INPUT CORRTRANS-FILE
            IF WS-CORRTRANS-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR CORRTRANS.DAT - STATUS: "
                    WS-CORRTRANS-STATUS
                MOVE "12" TO WS-COD-RETORNO
                MOVE 12 TO RETURN-CODE
            ELSE
                OPEN INPUT HISTORICO-FILE
                IF WS-HIST-STATUS NOT = "00"
                    DISPLAY "ERRO AO ABRIR HISTORICO.DAT - STATUS: "
                        WS-HIST-STATUS
                    MOVE "12" TO WS-COD-RETORNO
                    MOVE 12 TO RETURN-CODE
                    CLOSE CORRTRANS-FILE
                ELSE
                    PERFORM CARREGA-ESTACOES
                    OPEN OUTPUT CORRREJ-FILE
                    OPEN EXTEND CORRLOG-FILE
                    IF WS-CORRLOG-STATUS = "35"
                        OPEN OUTPUT CORRLOG-FILE
                    END-IF
                    MOVE WS-DATA-EXECUCAO TO WS-LOG-CAB-DATA
                    WRITE LINHA-LOG FROM WS-CABECALHO-LOG
                    PERFORM LER-CORRTRANS
                    PERFORM CARREGA-CORRECAO-TABELA
                        UNTIL FIM-CORRTRANS
                    CLOSE CORRTRANS-FILE
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

       LER-CORRTRANS.
            READ CORRTRANS-FILE
                AT END
                    MOVE 'S' TO WS-EOF-CORRTRANS
            END-READ.

       CARREGA-CORRECAO-TABELA.
            IF WS-QTD-TRANSACOES < 100
                ADD 1 TO WS-QTD-TRANSACOES
                PERFORM VALIDA-CORRECAO
                IF WS-MOTIVO-REJEICAO = SPACES
                    SET WS-CIDX TO WS-QTD-TRANSACOES
                    MOVE CORR-ACAO TO TAB-COR-ACAO (WS-CIDX)
                    MOVE CORR-ESTACAO-ID TO TAB-COR-ESTACAO-ID (WS-CIDX)
                    MOVE CORR-POLUENTE TO TAB-COR-POLUENTE (WS-CIDX)
                    MOVE CORR-DATA TO TAB-COR-DATA (WS-CIDX)
                    MOVE CORR-HORA TO TAB-COR-HORA (WS-CIDX)
                    IF ACAO-SUBSTITUIR
                        MOVE CORR-INDPOL TO TAB-COR-INDPOL (WS-CIDX)
                    ELSE
                        MOVE 0 TO TAB-COR-INDPOL (WS-CIDX)
                    END-IF
                    MOVE CORR-SOLICITANTE
                        TO TAB-COR-SOLICITANTE (WS-CIDX)
                    MOVE CORR-MOTIVO TO TAB-COR-MOTIVO (WS-CIDX)
                    MOVE CORR-OPERADOR TO TAB-COR-OPERADOR (WS-CIDX)
                    MOVE 'P' TO TAB-COR-SITUACAO (WS-CIDX)
                    MOVE 'N' TO TAB-COR-FECHA-ALERTA (WS-CIDX)
                    MOVE 'N' TO TAB-COR-ABRE-ALERTA (WS-CIDX)
                    MOVE 'N' TO TAB-COR-ALERTA-FECHADO (WS-CIDX)
                    MOVE 0 TO TAB-COR-TS-ALERTA (WS-CIDX)
                ELSE
                    SET WS-CIDX TO WS-QTD-TRANSACOES
                    MOVE CORR-ACAO TO TAB-COR-ACAO (WS-CIDX)
                    MOVE 'R' TO TAB-COR-SITUACAO (WS-CIDX)
                    PERFORM REJEITA-TRANSACAO
                END-IF
            ELSE
                DISPLAY "TABELA DE CORRECOES CHEIA - IGNORADO: "
                    CORR-ESTACAO-ID " " CORR-POLUENTE " " CORR-DATA
            END-IF
            PERFORM LER-CORRTRANS.

       VALIDA-CORRECAO.
            MOVE SPACES TO WS-MOTIVO-REJEICAO
            MOVE CORR-OPERADOR TO WS-OPERADOR-TRANS
            MOVE "CORR" TO WS-FUNCAO-EXIGIDA
            PERFORM VALIDA-OPERADOR
            IF WS-MOTIVO-REJEICAO = SPACES
                PERFORM VALIDA-DADOS-CORRECAO
            END-IF.

       VALIDA-DADOS-CORRECAO.
            EVALUATE TRUE
                WHEN NOT ACAO-VALIDA
                    MOVE "ACAO DESCONHECIDA" TO WS-MOTIVO-REJEICAO
                WHEN CORR-DATA IS NOT NUMERIC
                    MOVE "DATA DA LEITURA INVALIDA"
                        TO WS-MOTIVO-REJEICAO
                WHEN CORR-HORA IS NOT NUMERIC
                    MOVE "HORA DA LEITURA INVALIDA"
                        TO WS-MOTIVO-REJEICAO
                WHEN CORR-SOLICITANTE = SPACES
                    MOVE "SOLICITANTE NAO INFORMADO"
                        TO WS-MOTIVO-REJEICAO
                WHEN ACAO-SUBSTITUIR AND CORR-INDPOL IS NOT NUMERIC
                    MOVE "INDICE CORRIGIDO NAO NUMERICO"
                        TO WS-MOTIVO-REJEICAO
                WHEN ACAO-SUBSTITUIR AND CORR-INDPOL > 1
                    MOVE "INDICE FORA DA FAIXA ESPERADA DO SENSOR"
                        TO WS-MOTIVO-REJEICAO
            END-EVALUATE
            IF WS-MOTIVO-REJEICAO = SPACES
                PERFORM VERIFICA-DUPLICIDADE
            END-IF.

       VERIFICA-DUPLICIDADE.
            SET WS-CIDX TO 1
            SEARCH TAB-COR
                AT END
                    CONTINUE
                WHEN WS-CIDX >= WS-QTD-TRANSACOES
                    CONTINUE
                WHEN TAB-COR-SITUACAO (WS-CIDX) = 'P'
                     AND TAB-COR-ESTACAO-ID (WS-CIDX) = CORR-ESTACAO-ID
                     AND TAB-COR-POLUENTE (WS-CIDX) = CORR-POLUENTE
                     AND TAB-COR-DATA (WS-CIDX) = CORR-DATA
                     AND TAB-COR-HORA (WS-CIDX) = CORR-HORA
                    MOVE "LEITURA JA CORRIGIDA NESTE LOTE"
                        TO WS-MOTIVO-REJEICAO
            END-SEARCH.

       REJEITA-TRANSACAO.
            MOVE CORR-ACAO TO WS-REJ-ACAO
            MOVE CORR-ESTACAO-ID TO WS-REJ-ESTACAO
            MOVE CORR-POLUENTE TO WS-REJ-POLUENTE
            MOVE CORR-DATA TO WS-REJ-DATA
            MOVE CORR-HORA TO WS-REJ-HORA
            PERFORM GRAVA-REJEITO.

       GRAVA-REJEITO.
            ADD 1 TO WS-QTD-REJEITADAS
            MOVE WS-MOTIVO-REJEICAO TO WS-REJ-MOTIVO
            WRITE LINHA-REJEITO FROM WS-LINHA-REJEITO-DET.

       APLICA-CORRECOES.
            OPEN OUTPUT HIST-NOVO-FILE
            PERFORM LER-HISTORICO
            PERFORM PROCESSA-HISTORICO UNTIL FIM-HISTORICO
            CLOSE HISTORICO-FILE
            CLOSE HIST-NOVO-FILE.

       LER-HISTORICO.
            READ HISTORICO-FILE
                AT END
                    MOVE 'S' TO WS-EOF-HISTORICO
            END-READ.

       PROCESSA-HISTORICO.
            MOVE 'S' TO WS-GRAVA-LEITURA
            SET WS-CIDX TO 1
            SEARCH TAB-COR
                AT END
                    CONTINUE
                WHEN TAB-COR-SITUACAO (WS-CIDX) = 'P'
                     AND TAB-COR-ESTACAO-ID (WS-CIDX) = HIST-ESTACAO-ID
                     AND TAB-COR-POLUENTE (WS-CIDX) = HIST-POLUENTE
                     AND TAB-COR-DATA (WS-CIDX) = HIST-DATA
                     AND TAB-COR-HORA (WS-CIDX) = HIST-HORA
                    PERFORM APLICA-CORRECAO
            END-SEARCH
            IF GRAVA-LEITURA
                WRITE HIST-NOVO-REG FROM HIST-REG
            END-IF
            PERFORM LER-HISTORICO.

       APLICA-CORRECAO.
            MOVE HIST-INDPOL TO TAB-COR-INDPOL-ANTIGO (WS-CIDX)
            MOVE HIST-CATEGORIA TO TAB-COR-CAT-ANTIGA (WS-CIDX)
            MOVE 'N' TO WS-SUSPENSAO-ANTES
            IF HIST-CATEGORIA NOT = "ACEITAVEL"
                MOVE 'S' TO WS-SUSPENSAO-ANTES
            END-IF
            MOVE 'N' TO WS-SUSPENSAO-DEPOIS
            IF TAB-COR-ACAO (WS-CIDX) = "S"
                MOVE TAB-COR-INDPOL (WS-CIDX) TO HIST-INDPOL
                PERFORM LOCALIZA-LIMITES-ESTACAO
                PERFORM CLASSIFICA-INDICE-ATUAL
                MOVE WS-CATEGORIA-NOVA TO HIST-CATEGORIA
                MOVE WS-CATEGORIA-NOVA TO TAB-COR-CAT-NOVA (WS-CIDX)
                IF WS-CATEGORIA-NOVA NOT = "ACEITAVEL"
                    MOVE 'S' TO WS-SUSPENSAO-DEPOIS
                END-IF
            ELSE
                MOVE SPACES TO TAB-COR-CAT-NOVA (WS-CIDX)
                MOVE 'N' TO WS-GRAVA-LEITURA
            END-IF
            IF SUSPENSAO-ANTES
                    AND (NOT SUSPENSAO-DEPOIS
                         OR TAB-COR-CAT-NOVA (WS-CIDX)
                            NOT = TAB-COR-CAT-ANTIGA (WS-CIDX))
                MOVE 'S' TO TAB-COR-FECHA-ALERTA (WS-CIDX)
            END-IF
            IF SUSPENSAO-DEPOIS
                    AND (NOT SUSPENSAO-ANTES
                         OR TAB-COR-CAT-NOVA (WS-CIDX)
                            NOT = TAB-COR-CAT-ANTIGA (WS-CIDX))
                MOVE 'S' TO TAB-COR-ABRE-ALERTA (WS-CIDX)
            END-IF
            MOVE 'A' TO TAB-COR-SITUACAO (WS-CIDX)
            ADD 1 TO WS-QTD-APLICADAS.

       LOCALIZA-LIMITES-ESTACAO.
            MOVE 0,25 TO WS-LIM-ACEITAVEL
            MOVE 0,30 TO WS-LIM-GRUPO1
            MOVE 0,40 TO WS-LIM-GRUPO1E2
            MOVE 0,50 TO WS-LIM-TODOS
            SET WS-ELIDX TO 1
            SEARCH TAB-ESTLIM
                AT END
                    CONTINUE
                WHEN TAB-ESTLIM-ID (WS-ELIDX) = HIST-ESTACAO-ID
                     AND TAB-ESTLIM-POLUENTE (WS-ELIDX) = HIST-POLUENTE
                    MOVE TAB-ESTLIM-ACEITAVEL (WS-ELIDX)
                        TO WS-LIM-ACEITAVEL
                    MOVE TAB-ESTLIM-GRUPO1 (WS-ELIDX) TO WS-LIM-GRUPO1
                    MOVE TAB-ESTLIM-GRUPO1E2 (WS-ELIDX)
                        TO WS-LIM-GRUPO1E2
                    MOVE TAB-ESTLIM-TODOS (WS-ELIDX) TO WS-LIM-TODOS
            END-SEARCH.

       CLASSIFICA-INDICE-ATUAL.
            IF HIST-INDPOL < WS-LIM-ACEITAVEL
                MOVE "ACEITAVEL" TO WS-CATEGORIA-NOVA
            ELSE
                IF HIST-INDPOL < WS-LIM-GRUPO1E2
                    MOVE "GRUPO 1" TO WS-CATEGORIA-NOVA
                ELSE
                    IF HIST-INDPOL < WS-LIM-TODOS
                        MOVE "GRUPO 1 E 2" TO WS-CATEGORIA-NOVA
                    ELSE
                        MOVE "TODOS OS GRUPOS" TO WS-CATEGORIA-NOVA
                    END-IF
                END-IF
            END-IF.

       REJEITA-NAO-ENCONTRADAS.
            MOVE 0 TO WS-SUB
            PERFORM VERIFICA-CORRECAO-PENDENTE WS-QTD-TRANSACOES
                TIMES.

       VERIFICA-CORRECAO-PENDENTE.
            ADD 1 TO WS-SUB
            IF TAB-COR-SITUACAO (WS-SUB) = 'P'
                MOVE 'R' TO TAB-COR-SITUACAO (WS-SUB)
                MOVE TAB-COR-ACAO (WS-SUB) TO WS-REJ-ACAO
                MOVE TAB-COR-ESTACAO-ID (WS-SUB) TO WS-REJ-ESTACAO
                MOVE TAB-COR-POLUENTE (WS-SUB) TO WS-REJ-POLUENTE
                MOVE TAB-COR-DATA (WS-SUB) TO WS-REJ-DATA
                MOVE TAB-COR-HORA (WS-SUB) TO WS-REJ-HORA
                MOVE "LEITURA NAO ENCONTRADA NO HISTORICO"
                    TO WS-MOTIVO-REJEICAO
                PERFORM GRAVA-REJEITO
            END-IF.

       REGRAVA-HISTORICO.
            OPEN INPUT HIST-NOVO-FILE
            OPEN OUTPUT HISTORICO-FILE
            PERFORM LER-HIST-NOVO
            PERFORM COPIA-HIST-NOVO UNTIL FIM-HIST-NOVO
            CLOSE HIST-NOVO-FILE
            CLOSE HISTORICO-FILE.

       LER-HIST-NOVO.
            READ HIST-NOVO-FILE
                AT END
                    MOVE 'S' TO WS-EOF-HIST-NOVO
            END-READ.

       COPIA-HIST-NOVO.
            WRITE HIST-REG FROM HIST-NOVO-REG
            PERFORM LER-HIST-NOVO.

       ATUALIZA-ALERTAS.
            OPEN OUTPUT NOTIF-NOVO-FILE
            OPEN INPUT NOTIFICACOES-FILE
            IF WS-NOTIF-STATUS = "00"
                PERFORM LER-NOTIFICACAO
                PERFORM PROCESSA-NOTIFICACAO UNTIL FIM-NOTIF
                CLOSE NOTIFICACOES-FILE
            END-IF
            MOVE 0 TO WS-SUB
            PERFORM GRAVA-NOVO-ALERTA WS-QTD-TRANSACOES TIMES
            CLOSE NOTIF-NOVO-FILE
            OPEN INPUT NOTIF-NOVO-FILE
            OPEN OUTPUT NOTIFICACOES-FILE
            PERFORM LER-NOTIF-NOVO
            PERFORM COPIA-NOTIF-NOVO UNTIL FIM-NOTIF-NOVO
            CLOSE NOTIF-NOVO-FILE
            CLOSE NOTIFICACOES-FILE.

       LER-NOTIFICACAO.
            READ NOTIFICACOES-FILE
                AT END
                    MOVE 'S' TO WS-EOF-NOTIF
            END-READ.

      * Each suspension reading raised exactly one alert in its own
      * category on the day it was classified, so one open alert of
      * the old category is closed per correction that lifts it.
       PROCESSA-NOTIFICACAO.
            IF NOT NOTIF-FECHADA
                SET WS-CIDX TO 1
                SEARCH TAB-COR
                    AT END
                        CONTINUE
                    WHEN TAB-COR-FECHA-ALERTA (WS-CIDX) = 'S'
                         AND TAB-COR-ALERTA-FECHADO (WS-CIDX) = 'N'
                         AND TAB-COR-ESTACAO-ID (WS-CIDX)
                             = NOTIF-ESTACAO-ID
                         AND TAB-COR-POLUENTE (WS-CIDX)
                             = NOTIF-POLUENTE
                         AND TAB-COR-DATA (WS-CIDX) = NOTIF-DATA
                         AND TAB-COR-CAT-ANTIGA (WS-CIDX)
                             = NOTIF-CATEGORIA
                        MOVE "F" TO NOTIF-STATUS
                        MOVE TAB-COR-SOLICITANTE (WS-CIDX)
                            TO NOTIF-OPERADOR
                        MOVE WS-TIMESTAMP-ATUAL TO NOTIF-TS-ACAO
                        MOVE 'S' TO TAB-COR-ALERTA-FECHADO (WS-CIDX)
                        MOVE NOTIF-TIMESTAMP
                            TO TAB-COR-TS-ALERTA (WS-CIDX)
                        ADD 1 TO WS-QTD-FECHADOS
                END-SEARCH
            END-IF
            WRITE NOTIF-NOVO-REG FROM NOTIF-REG
            PERFORM LER-NOTIFICACAO.

       GRAVA-NOVO-ALERTA.
            ADD 1 TO WS-SUB
            IF TAB-COR-ABRE-ALERTA (WS-SUB) = 'S'
                EVALUATE TAB-COR-CAT-NOVA (WS-SUB)
                    WHEN "GRUPO 1"
                        MOVE "INTIME GRUPO 1 A SUSPENDER ATIVIDADES"
                            TO WS-MENSAGEM
                    WHEN "GRUPO 1 E 2"
                        MOVE "INTIME GRUPO 1 E 2 A SUSPENDER ATIVIDADES"
                            TO WS-MENSAGEM
                    WHEN OTHER
                        MOVE "INTIME TODOS OS GRUPO SUSPENDER ATIVIDADE"
                            TO WS-MENSAGEM
                END-EVALUATE
                MOVE TAB-COR-ESTACAO-ID (WS-SUB) TO NOTIF-ESTACAO-ID
                MOVE TAB-COR-POLUENTE (WS-SUB) TO NOTIF-POLUENTE
                MOVE WS-TIMESTAMP-ATUAL TO NOTIF-TIMESTAMP
                MOVE TAB-COR-CAT-NOVA (WS-SUB) TO NOTIF-CATEGORIA
                MOVE WS-MENSAGEM TO NOTIF-MENSAGEM
                MOVE "A" TO NOTIF-STATUS
                MOVE SPACES TO NOTIF-OPERADOR
                MOVE 0 TO NOTIF-TS-ACAO
                WRITE NOTIF-NOVO-REG FROM NOTIF-REG
                ADD 1 TO WS-QTD-ABERTOS
            END-IF.

       LER-NOTIF-NOVO.
            READ NOTIF-NOVO-FILE
                AT END
                    MOVE 'S' TO WS-EOF-NOTIF-NOVO
            END-READ.

       COPIA-NOTIF-NOVO.
            WRITE NOTIF-REG FROM NOTIF-NOVO-REG
            PERFORM LER-NOTIF-NOVO.

       GRAVA-LOG-CORRECOES.
            MOVE 0 TO WS-SUB
            PERFORM GRAVA-LOG-CORRECAO WS-QTD-TRANSACOES TIMES
            MOVE WS-QTD-APLICADAS TO WS-LOG-TOT-APLIC
            MOVE WS-QTD-FECHADOS TO WS-LOG-TOT-FECH
            MOVE WS-QTD-ABERTOS TO WS-LOG-TOT-ABER
            WRITE LINHA-LOG FROM WS-LINHA-LOG-TOTAL.

       GRAVA-LOG-CORRECAO.
            ADD 1 TO WS-SUB
            IF TAB-COR-SITUACAO (WS-SUB) = 'A'
                IF TAB-COR-ACAO (WS-SUB) = "S"
                    MOVE "SUBSTITUICAO" TO WS-LOG-ACAO
                ELSE
                    MOVE "ANULACAO" TO WS-LOG-ACAO
                END-IF
                MOVE TAB-COR-ESTACAO-ID (WS-SUB) TO WS-LOG-ESTACAO
                MOVE TAB-COR-POLUENTE (WS-SUB) TO WS-LOG-POLUENTE
                MOVE TAB-COR-DATA (WS-SUB) TO WS-LOG-DATA
                MOVE TAB-COR-HORA (WS-SUB) TO WS-LOG-HORA
                MOVE TAB-COR-SOLICITANTE (WS-SUB) TO WS-LOG-SOLICITANTE
                MOVE TAB-COR-OPERADOR (WS-SUB) TO WS-LOG-OPERADOR
                WRITE LINHA-LOG FROM WS-LINHA-LOG-ACAO
                MOVE TAB-COR-MOTIVO (WS-SUB) TO WS-LOG-MOTIVO
                WRITE LINHA-LOG FROM WS-LINHA-LOG-MOTIVO
                MOVE "  ANTES " TO WS-LOG-ROTULO
                MOVE TAB-COR-INDPOL-ANTIGO (WS-SUB) TO WS-LOG-VALOR
                MOVE TAB-COR-CAT-ANTIGA (WS-SUB) TO WS-LOG-CATEGORIA
                WRITE LINHA-LOG FROM WS-LINHA-LOG-VALOR
                IF TAB-COR-ACAO (WS-SUB) = "S"
                    MOVE "  DEPOIS" TO WS-LOG-ROTULO
                    MOVE TAB-COR-INDPOL (WS-SUB) TO WS-LOG-VALOR
                    MOVE TAB-COR-CAT-NOVA (WS-SUB) TO WS-LOG-CATEGORIA
                    WRITE LINHA-LOG FROM WS-LINHA-LOG-VALOR
                ELSE
                    WRITE LINHA-LOG FROM WS-LINHA-LOG-ANULADA
                END-IF
                PERFORM GRAVA-LOG-ALERTA
            END-IF.

       GRAVA-LOG-ALERTA.
            IF TAB-COR-FECHA-ALERTA (WS-SUB) = 'S'
                IF TAB-COR-ALERTA-FECHADO (WS-SUB) = 'S'
                    MOVE "ALERTA ORIGINAL FECHADO - TS:"
                        TO WS-LOG-ALERTA
                    MOVE TAB-COR-TS-ALERTA (WS-SUB) TO WS-LOG-ALERTA-TS
                ELSE
                    MOVE "NENHUM ALERTA EM ABERTO A FECHAR"
                        TO WS-LOG-ALERTA
                    MOVE SPACES TO WS-LOG-ALERTA-TS
                END-IF
                WRITE LINHA-LOG FROM WS-LINHA-LOG-ALERTA
            END-IF
            IF TAB-COR-ABRE-ALERTA (WS-SUB) = 'S'
                MOVE "NOVO ALERTA ABERTO - TS:" TO WS-LOG-ALERTA
                MOVE WS-TIMESTAMP-ATUAL TO WS-LOG-ALERTA-TS
                WRITE LINHA-LOG FROM WS-LINHA-LOG-ALERTA
            END-IF.

       FINALIZACAO.
            IF WS-COD-RETORNO = "00"
                CLOSE CORRREJ-FILE
                CLOSE CORRLOG-FILE
                DISPLAY "CORRIGEHIST: " WS-QTD-TRANSACOES
                    " TRANSACOES LIDAS"
                DISPLAY "CORRIGEHIST: " WS-QTD-APLICADAS
                    " CORRECOES APLICADAS EM HISTORICO.DAT"
                DISPLAY "CORRIGEHIST: " WS-QTD-REJEITADAS
                    " REJEITADAS EM CORRREJ.DAT"
                DISPLAY "CORRIGEHIST: " WS-QTD-FECHADOS
                    " ALERTAS FECHADOS, " WS-QTD-ABERTOS
                    " ALERTAS ABERTOS"
            END-IF.
       END PROGRAM CORRIGEHIST.
