      *          the agency. ESTACOES.DAT is rewritten in full at the
      *          end of the run.
      * Tectonics: cobc
      ******************************************************************
      * Mod-history:
      * 15_10_26 DB  Every transaction now carries the id of the
      *              operator who submitted it (MAN-OPERADOR), checked
      *              against the operator master OPERADORES.DAT: the
      *              operator must exist, be active and hold function
      *              LIMT, otherwise the transaction goes to
      *              ESTMANREJ.DAT. The operator is printed on each
      *              change in ESTMANLOG.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTACOESMANUT.
           SELECT ESTMANLOG-FILE ASSIGN TO "ESTMANLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTMANLOG-STATUS.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADORES-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 MAN-LIM-GRUPO1          PIC 9(01)V9(02).
           05 MAN-LIM-GRUPO1E2        PIC 9(01)V9(02).
           05 MAN-LIM-TODOS           PIC 9(01)V9(02).
           05 MAN-OPERADOR            PIC X(08).

       FD  ESTACOES-FILE.
       01  ESTACAO-REG.
       FD  ESTMANLOG-FILE.
       01  LINHA-LOG                   PIC X(80).

       FD  OPERADORES-FILE.
           COPY OPERREG.

       WORKING-STORAGE SECTION.
       01 WS-ESTMANUT-STATUS       PIC X(02).
       01 WS-ESTACOES-STATUS       PIC X(02).
           88 ENTRADA-ACHADA                       VALUE 'S'.
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

       01 TAB-ESTACOES-LIMITES.
           05 TAB-ESTLIM OCCURS 200 TIMES
           05 FILLER             PIC X(01) VALUE SPACE.
           05 FILLER             PIC X(04) VALUE "POL:".
           05 WS-LOG-POLUENTE    PIC X(04).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 FILLER             PIC X(05) VALUE "OPER:".
           05 WS-LOG-OPERADOR    PIC X(08).
           05 FILLER             PIC X(32) VALUE SPACES.

       01 WS-LINHA-LOG-LIMITES.
           05 WS-LOG-ROTULO      PIC X(08).

       INICIALIZACAO.
            ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
            PERFORM CARREGA-OPERADORES
            IF WS-COD-RETORNO = "00"
                PERFORM ABRE-ARQUIVOS
            END-IF.

       ABRE-ARQUIVOS.
            OPEN INPUT ESTMANUT-FILE
            IF WS-ESTMANUT-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR ESTMANUT.DAT - STATUS: "
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
            EVALUATE WS-ESTACOES-STATUS

       VALIDA-MANUTENCAO.
            MOVE SPACES TO WS-MOTIVO-REJEICAO
            MOVE MAN-OPERADOR TO WS-OPERADOR-TRANS
            MOVE "LIMT" TO WS-FUNCAO-EXIGIDA
            PERFORM VALIDA-OPERADOR
            IF WS-MOTIVO-REJEICAO = SPACES
                PERFORM VALIDA-DADOS-MANUTENCAO
            END-IF.

       VALIDA-DADOS-MANUTENCAO.
            IF NOT ACAO-VALIDA
                MOVE "ACAO DESCONHECIDA" TO WS-MOTIVO-REJEICAO
            ELSE
                    MOVE "EXCLUSAO" TO WS-LOG-ACAO
            END-EVALUATE
            MOVE MAN-ESTACAO-ID TO WS-LOG-ESTACAO
            MOVE MAN-OPERADOR TO WS-LOG-OPERADOR
            MOVE MAN-POLUENTE TO WS-LOG-POLUENTE
            WRITE LINHA-LOG FROM WS-LINHA-LOG-ACAO.

