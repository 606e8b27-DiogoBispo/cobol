      ******************************************************************
      * Author:DIOGO BISPO.
      * Date:15_10_26.
      * Purpose: Transaction-driven maintenance for the job master
      *          OBRAS.DAT, against which CALCULAAREA now validates
      *          every NUM-OBRA - until now any non-blank code opened
      *          a new job section, typos included. Reads typed
      *          transactions from OBRATRANS.DAT:
      *            I - inclusao of a new obra (client name, address
      *                and contracted budget ceiling), opened aberta;
      *            A - alteracao of client, address and ceiling;
      *            E - encerramento: the obra is kept on file but
      *                CALCULAAREA refuses any further line for it;
      *            R - reabertura of an encerrada obra.
      *          Each transaction is validated - the obra code may
      *          not be blank, must not exist for an inclusao and
      *          must exist for the others, the client name is
      *          required and the ceiling must be positive, and a
      *          status change must actually change the status.
      *          Rejects go to OBRAREJ.DAT with the reason; applied
      *          changes are listed before/after in OBRALOG.DAT.
      *          OBRAS.DAT is rewritten in full at the end of the run.
      * Tectonics: cobc
      ******************************************************************
      * Mod-history:
      * 15_10_26 DB  Every transaction now carries the id of the
      *              operator who submitted it (MAN-OPERADOR), checked
      *              against OPERADORES.DAT: the operator must exist,
      *              be active and hold function OBRA, otherwise the
      *              transaction goes to OBRAREJ.DAT. The run is
      *              refused with RC=12 when OPERADORES.DAT cannot be
      *              opened. The operator is printed on each change
      *              in OBRALOG.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBRASMANUT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OBRATRANS-FILE ASSIGN TO "OBRATRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBRATRANS-STATUS.
           SELECT OBRAS-FILE ASSIGN TO "OBRAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBRAS-STATUS.
           SELECT OBRAREJ-FILE ASSIGN TO "OBRAREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBRAREJ-STATUS.
           SELECT OBRALOG-FILE ASSIGN TO "OBRALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBRALOG-STATUS.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADORES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OBRATRANS-FILE.
       01  OBRATRANS-REG.
           05 MAN-ACAO                PIC X(01).
               88 ACAO-INCLUSAO           VALUE "I".
               88 ACAO-ALTERACAO          VALUE "A".
               88 ACAO-ENCERRAMENTO       VALUE "E".
               88 ACAO-REABERTURA         VALUE "R".
               88 ACAO-VALIDA             VALUES "I" "A" "E" "R".
           05 MAN-OBRA-ID             PIC X(05).
           05 MAN-CLIENTE             PIC X(30).
           05 MAN-ENDERECO            PIC X(40).
           05 MAN-TETO                PIC 9(11)V99.
           05 MAN-OPERADOR            PIC X(08).

       FD  OBRAS-FILE.
           COPY OBRAREG.

       FD  OBRAREJ-FILE.
       01  LINHA-REJEITO               PIC X(80).

       FD  OBRALOG-FILE.
       01  LINHA-LOG                   PIC X(80).

       FD  OPERADORES-FILE.
           COPY OPERREG.

       WORKING-STORAGE SECTION.
       01 WS-OBRATRANS-STATUS      PIC X(02).
       01 WS-OBRAS-STATUS          PIC X(02).
       01 WS-OBRAREJ-STATUS        PIC X(02).
       01 WS-OBRALOG-STATUS        PIC X(02).
       01 WS-COD-RETORNO           PIC X(02)       VALUE "00".
       01 WS-DATA-EXECUCAO         PIC 9(08).
       01 WS-EOF-OBRATRANS         PIC X           VALUE 'N'.
           88 FIM-OBRATRANS                        VALUE 'S'.
       01 WS-EOF-OBRAS             PIC X           VALUE 'N'.
           88 FIM-OBRAS                            VALUE 'S'.
       01 WS-QTD-OBRAS             PIC 9(03)       VALUE 0.
       01 WS-QTD-LIDOS             PIC 9(05)       VALUE 0.
       01 WS-QTD-APLICADOS         PIC 9(05)       VALUE 0.
       01 WS-QTD-REJEITADOS        PIC 9(05)       VALUE 0.
       01 WS-MOTIVO-REJEICAO       PIC X(40).
       01 WS-ENTRADA-ACHADA        PIC X           VALUE 'N'.
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

       01 TAB-OBRAS.
           05 TAB-OBRA OCCURS 200 TIMES
                        INDEXED BY WS-OIDX.
               10 TAB-OBRA-ID             PIC X(05).
               10 TAB-OBRA-CLIENTE        PIC X(30).
               10 TAB-OBRA-ENDERECO       PIC X(40).
               10 TAB-OBRA-STATUS         PIC X(01).
               10 TAB-OBRA-TETO           PIC 9(11)V99.

       01 WS-CABECALHO-LOG.
           05 FILLER             PIC X(37)
              VALUE "ALTERACOES NO CADASTRO DE OBRAS - DIA".
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-LOG-CAB-DATA    PIC 9999/99/99.
           05 FILLER             PIC X(32) VALUE SPACES.

       01 WS-LINHA-LOG-ACAO.
           05 FILLER             PIC X(06) VALUE "ACAO: ".
           05 WS-LOG-ACAO        PIC X(12).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 FILLER             PIC X(05) VALUE "OBRA:".
           05 WS-LOG-OBRA        PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 FILLER             PIC X(05) VALUE "OPER:".
           05 WS-LOG-OPERADOR    PIC X(08).
           05 FILLER             PIC X(37) VALUE SPACES.

       01 WS-LINHA-LOG-DADOS.
           05 WS-LOG-ROTULO      PIC X(08).
           05 FILLER             PIC X(06) VALUE " CLI: ".
           05 WS-LOG-CLIENTE     PIC X(30).
           05 FILLER             PIC X(07) VALUE " TETO: ".
           05 WS-LOG-TETO        PIC ZZZZZZZZZZ9,99.
           05 FILLER             PIC X(06) VALUE " SIT: ".
           05 WS-LOG-SITUACAO    PIC X(09).

       01 WS-LINHA-LOG-ENDERECO.
           05 FILLER             PIC X(08) VALUE SPACES.
           05 FILLER             PIC X(06) VALUE " END: ".
           05 WS-LOG-ENDERECO    PIC X(40).
           05 FILLER             PIC X(26) VALUE SPACES.

       01 WS-LINHA-LOG-SEM-REG.
           05 WS-LOG-SR-ROTULO   PIC X(08).
           05 FILLER             PIC X(15) VALUE "(SEM REGISTRO)".
           05 FILLER             PIC X(57) VALUE SPACES.

       01 WS-LINHA-REJEITO-DET.
           05 FILLER             PIC X(06) VALUE "ACAO: ".
           05 WS-REJ-ACAO        PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 FILLER             PIC X(05) VALUE "OBRA:".
           05 WS-REJ-OBRA        PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 FILLER             PIC X(08) VALUE "MOTIVO: ".
           05 WS-REJ-MOTIVO      PIC X(40).
           05 FILLER             PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZACAO
            IF WS-COD-RETORNO = "00"
                PERFORM PROCESSA-MANUTENCAO UNTIL FIM-OBRATRANS
                PERFORM REGRAVA-OBRAS
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
            OPEN INPUT OBRATRANS-FILE
            IF WS-OBRATRANS-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR OBRATRANS.DAT - STATUS: "
                    WS-OBRATRANS-STATUS
                MOVE "12" TO WS-COD-RETORNO
                MOVE 12 TO RETURN-CODE
            ELSE
                PERFORM CARREGA-OBRAS
                IF WS-COD-RETORNO = "00"
                    OPEN OUTPUT OBRAREJ-FILE
                    OPEN OUTPUT OBRALOG-FILE
                    MOVE WS-DATA-EXECUCAO TO WS-LOG-CAB-DATA
                    WRITE LINHA-LOG FROM WS-CABECALHO-LOG
                    PERFORM LER-MANUTENCAO
                ELSE
                    CLOSE OBRATRANS-FILE
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

       CARREGA-OBRAS.
            OPEN INPUT OBRAS-FILE
            EVALUATE WS-OBRAS-STATUS
                WHEN "00"
                    PERFORM LER-OBRA
                    PERFORM CARREGA-OBRA-TABELA UNTIL FIM-OBRAS
                    CLOSE OBRAS-FILE
                WHEN "35"
                    DISPLAY "OBRAS.DAT AUSENTE - "
                        "INICIANDO MASTER VAZIO"
                WHEN OTHER
                    DISPLAY "ERRO AO ABRIR OBRAS.DAT - STATUS: "
                        WS-OBRAS-STATUS
                    MOVE "12" TO WS-COD-RETORNO
                    MOVE 12 TO RETURN-CODE
            END-EVALUATE.

       LER-OBRA.
            READ OBRAS-FILE
                AT END
                    MOVE 'S' TO WS-EOF-OBRAS
            END-READ.

       CARREGA-OBRA-TABELA.
            IF WS-QTD-OBRAS < 200
                ADD 1 TO WS-QTD-OBRAS
                MOVE OBRA-ID TO TAB-OBRA-ID (WS-QTD-OBRAS)
                MOVE OBRA-CLIENTE TO TAB-OBRA-CLIENTE (WS-QTD-OBRAS)
                MOVE OBRA-ENDERECO TO TAB-OBRA-ENDERECO (WS-QTD-OBRAS)
                MOVE OBRA-STATUS TO TAB-OBRA-STATUS (WS-QTD-OBRAS)
                MOVE OBRA-TETO TO TAB-OBRA-TETO (WS-QTD-OBRAS)
            ELSE
                DISPLAY "TABELA DE OBRAS CHEIA - IGNORADO: " OBRA-ID
            END-IF
            PERFORM LER-OBRA.

       LER-MANUTENCAO.
            READ OBRATRANS-FILE
                AT END
                    MOVE 'S' TO WS-EOF-OBRATRANS
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
                OR WS-SUB >= WS-QTD-OBRAS.

       PROCURA-ENTRADA.
            ADD 1 TO WS-SUB
            IF TAB-OBRA-ID (WS-SUB) = MAN-OBRA-ID
                MOVE 'S' TO WS-ENTRADA-ACHADA
                MOVE WS-SUB TO WS-IDX-ACHADO
            END-IF.

       VALIDA-MANUTENCAO.
            MOVE SPACES TO WS-MOTIVO-REJEICAO
            MOVE MAN-OPERADOR TO WS-OPERADOR-TRANS
            MOVE "OBRA" TO WS-FUNCAO-EXIGIDA
            PERFORM VALIDA-OPERADOR
            IF WS-MOTIVO-REJEICAO = SPACES
                PERFORM VALIDA-DADOS-MANUTENCAO
            END-IF.

       VALIDA-DADOS-MANUTENCAO.
            IF NOT ACAO-VALIDA
                MOVE "ACAO DESCONHECIDA" TO WS-MOTIVO-REJEICAO
            ELSE
                IF MAN-OBRA-ID = SPACES
                    MOVE "OBRA EM BRANCO" TO WS-MOTIVO-REJEICAO
                ELSE
                    PERFORM VALIDA-ACAO-ESPECIFICA
                END-IF
            END-IF.

       VALIDA-ACAO-ESPECIFICA.
            EVALUATE TRUE
                WHEN ACAO-INCLUSAO
                    IF ENTRADA-ACHADA
                        MOVE "OBRA JA CADASTRADA" TO WS-MOTIVO-REJEICAO
                    ELSE
                        IF WS-QTD-OBRAS >= 200
                            MOVE "TABELA DE OBRAS CHEIA"
                                TO WS-MOTIVO-REJEICAO
                        ELSE
                            PERFORM VALIDA-DADOS
                        END-IF
                    END-IF
                WHEN ACAO-ALTERACAO
                    IF NOT ENTRADA-ACHADA
                        MOVE "OBRA NAO CADASTRADA" TO WS-MOTIVO-REJEICAO
                    ELSE
                        PERFORM VALIDA-DADOS
                    END-IF
                WHEN ACAO-ENCERRAMENTO
                    IF NOT ENTRADA-ACHADA
                        MOVE "OBRA NAO CADASTRADA" TO WS-MOTIVO-REJEICAO
                    ELSE
                        IF TAB-OBRA-STATUS (WS-IDX-ACHADO) = "E"
                            MOVE "OBRA JA ENCERRADA"
                                TO WS-MOTIVO-REJEICAO
                        END-IF
                    END-IF
                WHEN ACAO-REABERTURA
                    IF NOT ENTRADA-ACHADA
                        MOVE "OBRA NAO CADASTRADA" TO WS-MOTIVO-REJEICAO
                    ELSE
                        IF TAB-OBRA-STATUS (WS-IDX-ACHADO) NOT = "E"
                            MOVE "OBRA NAO ESTA ENCERRADA"
                                TO WS-MOTIVO-REJEICAO
                        END-IF
                    END-IF
            END-EVALUATE.

       VALIDA-DADOS.
            IF MAN-CLIENTE = SPACES
                MOVE "NOME DO CLIENTE EM BRANCO" TO WS-MOTIVO-REJEICAO
            ELSE
                IF MAN-TETO NOT NUMERIC
                    MOVE "TETO NAO NUMERICO" TO WS-MOTIVO-REJEICAO
                ELSE
                    IF MAN-TETO = 0
                        MOVE "TETO NAO POSITIVO" TO WS-MOTIVO-REJEICAO
                    END-IF
                END-IF
            END-IF.

       APLICA-MANUTENCAO.
            ADD 1 TO WS-QTD-APLICADOS
            PERFORM GRAVA-LOG-ACAO
            PERFORM GRAVA-LOG-ANTES
            EVALUATE TRUE
                WHEN ACAO-INCLUSAO
                    ADD 1 TO WS-QTD-OBRAS
                    MOVE WS-QTD-OBRAS TO WS-IDX-ACHADO
                    MOVE MAN-OBRA-ID TO TAB-OBRA-ID (WS-IDX-ACHADO)
                    MOVE "A" TO TAB-OBRA-STATUS (WS-IDX-ACHADO)
                    PERFORM MOVE-DADOS-TABELA
                WHEN ACAO-ALTERACAO
                    PERFORM MOVE-DADOS-TABELA
                WHEN ACAO-ENCERRAMENTO
                    MOVE "E" TO TAB-OBRA-STATUS (WS-IDX-ACHADO)
                WHEN ACAO-REABERTURA
                    MOVE "A" TO TAB-OBRA-STATUS (WS-IDX-ACHADO)
            END-EVALUATE
            PERFORM GRAVA-LOG-DEPOIS.

       MOVE-DADOS-TABELA.
            MOVE MAN-CLIENTE TO TAB-OBRA-CLIENTE (WS-IDX-ACHADO)
            MOVE MAN-ENDERECO TO TAB-OBRA-ENDERECO (WS-IDX-ACHADO)
            MOVE MAN-TETO TO TAB-OBRA-TETO (WS-IDX-ACHADO).

       GRAVA-LOG-ACAO.
            EVALUATE TRUE
                WHEN ACAO-INCLUSAO
                    MOVE "INCLUSAO" TO WS-LOG-ACAO
                WHEN ACAO-ALTERACAO
                    MOVE "ALTERACAO" TO WS-LOG-ACAO
                WHEN ACAO-ENCERRAMENTO
                    MOVE "ENCERRAMENTO" TO WS-LOG-ACAO
                WHEN ACAO-REABERTURA
                    MOVE "REABERTURA" TO WS-LOG-ACAO
            END-EVALUATE
            MOVE MAN-OBRA-ID TO WS-LOG-OBRA
            MOVE MAN-OPERADOR TO WS-LOG-OPERADOR
            WRITE LINHA-LOG FROM WS-LINHA-LOG-ACAO.

       GRAVA-LOG-ANTES.
            IF ENTRADA-ACHADA
                MOVE "  ANTES " TO WS-LOG-ROTULO
                PERFORM GRAVA-LOG-DADOS
            ELSE
                MOVE "  ANTES " TO WS-LOG-SR-ROTULO
                WRITE LINHA-LOG FROM WS-LINHA-LOG-SEM-REG
            END-IF.

       GRAVA-LOG-DEPOIS.
            MOVE "  DEPOIS" TO WS-LOG-ROTULO
            PERFORM GRAVA-LOG-DADOS.

       GRAVA-LOG-DADOS.
            MOVE TAB-OBRA-CLIENTE (WS-IDX-ACHADO) TO WS-LOG-CLIENTE
            MOVE TAB-OBRA-TETO (WS-IDX-ACHADO) TO WS-LOG-TETO
            IF TAB-OBRA-STATUS (WS-IDX-ACHADO) = "E"
                MOVE "ENCERRADA" TO WS-LOG-SITUACAO
            ELSE
                MOVE "ABERTA" TO WS-LOG-SITUACAO
            END-IF
            WRITE LINHA-LOG FROM WS-LINHA-LOG-DADOS
            MOVE TAB-OBRA-ENDERECO (WS-IDX-ACHADO) TO WS-LOG-ENDERECO
            WRITE LINHA-LOG FROM WS-LINHA-LOG-ENDERECO.

       REJEITA-MANUTENCAO.
            ADD 1 TO WS-QTD-REJEITADOS
            MOVE MAN-ACAO TO WS-REJ-ACAO
            MOVE MAN-OBRA-ID TO WS-REJ-OBRA
            MOVE WS-MOTIVO-REJEICAO TO WS-REJ-MOTIVO
            WRITE LINHA-REJEITO FROM WS-LINHA-REJEITO-DET.

       REGRAVA-OBRAS.
            OPEN OUTPUT OBRAS-FILE
            MOVE 0 TO WS-SUB
            PERFORM GRAVA-OBRA-TABELA WS-QTD-OBRAS TIMES
            CLOSE OBRAS-FILE.

       GRAVA-OBRA-TABELA.
            ADD 1 TO WS-SUB
            MOVE TAB-OBRA-ID (WS-SUB) TO OBRA-ID
            MOVE TAB-OBRA-CLIENTE (WS-SUB) TO OBRA-CLIENTE
            MOVE TAB-OBRA-ENDERECO (WS-SUB) TO OBRA-ENDERECO
            MOVE TAB-OBRA-STATUS (WS-SUB) TO OBRA-STATUS
            MOVE TAB-OBRA-TETO (WS-SUB) TO OBRA-TETO
            WRITE OBRA-REG.

       FINALIZACAO.
            IF WS-COD-RETORNO = "00"
                CLOSE OBRATRANS-FILE
                CLOSE OBRAREJ-FILE
                CLOSE OBRALOG-FILE
                DISPLAY "OBRASMANUT: " WS-QTD-LIDOS
                    " TRANSACOES LIDAS"
                DISPLAY "OBRASMANUT: " WS-QTD-APLICADOS
                    " APLICADAS EM OBRAS.DAT"
                DISPLAY "OBRASMANUT: " WS-QTD-REJEITADOS
                    " REJEITADAS EM OBRAREJ.DAT"
            END-IF.
       END PROGRAM OBRASMANUT.
