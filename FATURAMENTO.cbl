      ******************************************************************
      * Author:DIOGO BISPO.
      * Date:15_10_26.
      * Purpose: Client invoicing from the day's CALCULAAREA budget
      *          detail, replacing the invoices billing used to
      *          re-key by hand from the obra sections of
      *          ORCAMENTO.DAT. ORCDET.DAT is sorted by obra and
      *          category and each obra becomes one invoice: the
      *          line items are the categories with their total
      *          area, unit price and extended cost, followed by the
      *          subtotal, the taxes at the rate ALIQIMPOSTO from
      *          PARAMOPER.DAT (hundredths of a percent, default
      *          5,00%) and the invoice total. Invoices print to
      *          FATURAS.DAT and each one is appended aberta to the
      *          receivables file RECEBER.DAT with its due date
      *          (PRAZOVENCTO days after issue, default 30), where
      *          BAIXAPAGTO later settles it from PAGAMENTOS.DAT.
      *          Invoice numbers come from FATCTRL.DAT, which is
      *          rewritten as each number is taken, so a number is
      *          never issued twice - not even on a rerun after an
      *          abend (an interrupted invoice leaves a gap, never a
      *          duplicate). Refused with RC=08 when CALCULAAREA has
      *          no RC=00 run today (ORCDET.DAT would be stale) or
      *          when FATURAMENTO already ran with RC=00 today; on a
      *          rerun after an abend an obra already in RECEBER.DAT
      *          with today's issue date is not billed again.
      * Tectonics: cobc
      ******************************************************************
      * Mod-history:
      * 15_10_26 DB  Each invoice now carries the client name and
      *              address from the job master OBRAS.DAT under its
      *              heading line; the run is refused with RC=12 when
      *              the master cannot be opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATURAMENTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCDET-FILE ASSIGN TO "ORCDET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORCDET-STATUS.
           SELECT FATORD-FILE ASSIGN TO "FATORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FAT-WORK-FILE ASSIGN TO "SORTFAT.DAT".
           SELECT FATURAS-FILE ASSIGN TO "FATURAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATURAS-STATUS.
           SELECT RECEBER-FILE ASSIGN TO "RECEBER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEBER-STATUS.
           SELECT FATCTRL-FILE ASSIGN TO "FATCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATCTRL-STATUS.
           SELECT PARAMOPER-FILE ASSIGN TO "PARAMOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMOPER-STATUS.
           SELECT OBRAS-FILE ASSIGN TO "OBRAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBRAS-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORCDET-FILE.
       01  ORCDET-REG.
           05 ORCDET-OBRA          PIC X(05).
           05 ORCDET-CATEGORIA     PIC X(03).
           05 ORCDET-AREA          PIC 9(06)V99.
           05 ORCDET-CUSTO-UNIT    PIC 9(05)V99.
           05 ORCDET-CUSTO-EXT     PIC 9(09)V99.

       FD  FATORD-FILE.
       01  FATORD-REG.
           05 FATORD-OBRA          PIC X(05).
           05 FATORD-CATEGORIA     PIC X(03).
           05 FATORD-AREA          PIC 9(06)V99.
           05 FATORD-CUSTO-UNIT    PIC 9(05)V99.
           05 FATORD-CUSTO-EXT     PIC 9(09)V99.

       SD  SORT-FAT-WORK-FILE.
       01  SORT-FAT-REG.
           05 SORT-FAT-OBRA        PIC X(05).
           05 SORT-FAT-CATEGORIA   PIC X(03).
           05 SORT-FAT-AREA        PIC 9(06)V99.
           05 SORT-FAT-CUSTO-UNIT  PIC 9(05)V99.
           05 SORT-FAT-CUSTO-EXT   PIC 9(09)V99.

       FD  FATURAS-FILE.
       01  LINHA-FATURA            PIC X(80).

       FD  RECEBER-FILE.
           COPY RECEBREG.

       FD  FATCTRL-FILE.
       01  FATCTRL-REG.
           05 CTRL-ULT-FATURA      PIC 9(06).
           05 CTRL-DATA            PIC 9(08).

       FD  PARAMOPER-FILE.
       01  PARAMOPER-REG.
           05 PARAM-NOME           PIC X(12).
           05 PARAM-VALOR          PIC 9(05).

       FD  OBRAS-FILE.
           COPY OBRAREG.

       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 WS-ORCDET-STATUS         PIC X(02).
       01 WS-FATURAS-STATUS        PIC X(02).
       01 WS-RECEBER-STATUS        PIC X(02).
       01 WS-FATCTRL-STATUS        PIC X(02).
       01 WS-PARAMOPER-STATUS      PIC X(02).
       01 WS-AUDIT-STATUS          PIC X(02).
       01 WS-OBRAS-STATUS          PIC X(02).
       01 WS-EOF-OBRAS             PIC X           VALUE 'N'.
           88 FIM-OBRAS                            VALUE 'S'.
       01 WS-QTD-OBRAS             PIC 9(03)       VALUE 0.
       01 WS-COD-RETORNO           PIC X(02)       VALUE "00".
       01 WS-DATA-EXECUCAO         PIC 9(08).
       01 WS-HORA-EXECUCAO         PIC 9(08).
       01 WS-EOF-FATORD            PIC X           VALUE 'N'.
           88 FIM-FATORD                           VALUE 'S'.
       01 WS-EOF-RECEBER           PIC X           VALUE 'N'.
           88 FIM-RECEBER                          VALUE 'S'.
       01 WS-EOF-PARAMOPER         PIC X           VALUE 'N'.
           88 FIM-PARAMOPER                        VALUE 'S'.
       01 WS-EOF-AUDIT             PIC X           VALUE 'N'.
           88 FIM-AUDIT                            VALUE 'S'.
       01 WS-JA-EXECUTADO          PIC X           VALUE 'N'.
           88 JA-EXECUTADO                         VALUE 'S'.
       01 WS-CALCULO-DO-DIA        PIC X           VALUE 'N'.
           88 CALCULO-DO-DIA                       VALUE 'S'.
       01 WS-OBRA-JA-FATURADA      PIC X           VALUE 'N'.
           88 OBRA-JA-FATURADA                     VALUE 'S'.
       01 WS-ALIQ-IMPOSTO          PIC 9(03)V99    VALUE 5,00.
       01 WS-PRAZO-VENCTO          PIC 9(03)       VALUE 30.
       01 WS-DATA-VENCTO           PIC 9(08).
       01 WS-CTRL-ULT-FATURA       PIC 9(06)       VALUE 0.
       01 WS-CTRL-DATA             PIC 9(08)       VALUE 0.
       01 WS-FATURA-ATUAL          PIC 9(06)       VALUE 0.
       01 WS-OBRA-CORRENTE         PIC X(05)       VALUE SPACES.
       01 WS-CAT-CORRENTE          PIC X(03)       VALUE SPACES.
       01 WS-ITEM-AREA             PIC 9(09)V99    VALUE 0.
       01 WS-ITEM-CUSTO-UNIT       PIC 9(05)V99    VALUE 0.
       01 WS-ITEM-CUSTO-EXT        PIC 9(11)V99    VALUE 0.
       01 WS-FAT-SUBTOTAL          PIC 9(11)V99    VALUE 0.
       01 WS-FAT-IMPOSTO           PIC 9(11)V99    VALUE 0.
       01 WS-FAT-TOTAL             PIC 9(11)V99    VALUE 0.
       01 WS-TOTAL-FATURADO        PIC 9(13)V99    VALUE 0.
       01 WS-QTD-LIDOS             PIC 9(07)       VALUE 0.
       01 WS-QTD-FATURAS           PIC 9(05)       VALUE 0.
       01 WS-QTD-IGNORADAS         PIC 9(05)       VALUE 0.
       01 WS-QTD-FATURADAS-DIA     PIC 9(03)       VALUE 0.

       01 TAB-FATURADAS-DIA.
           05 TAB-FATURADA OCCURS 200 TIMES
                            INDEXED BY WS-FIDX.
               10 TAB-FATURADA-OBRA      PIC X(05).

       01 TAB-OBRAS.
           05 TAB-OBRA OCCURS 200 TIMES
                        INDEXED BY WS-OBIDX.
               10 TAB-OBRA-ID             PIC X(05).
               10 TAB-OBRA-CLIENTE        PIC X(30).
               10 TAB-OBRA-ENDERECO       PIC X(40).

       01 WS-ECO-PARAMETROS.
           05 FILLER             PIC X(05) VALUE "ALIQ=".
           05 WS-ECO-ALIQ        PIC ZZ9,99.
           05 FILLER             PIC X(07) VALUE " PRAZO=".
           05 WS-ECO-PRAZO       PIC 9(03).
           05 FILLER             PIC X(09) VALUE SPACES.

       01 WS-CABECALHO-1.
           05 FILLER             PIC X(32)
              VALUE "FATURAMENTO POR OBRA - EMISSAO ".
           05 WS-CAB-DATA        PIC 9999/99/99.
           05 FILLER             PIC X(38) VALUE SPACES.

       01 WS-LINHA-FAT-CAB.
           05 FILLER             PIC X(11) VALUE "FATURA No: ".
           05 WS-FAT-NUMERO      PIC 9(06).
           05 FILLER             PIC X(08) VALUE "  OBRA: ".
           05 WS-FAT-OBRA        PIC X(05).
           05 FILLER             PIC X(11) VALUE "  EMISSAO: ".
           05 WS-FAT-EMISSAO     PIC 9999/99/99.
           05 FILLER             PIC X(10) VALUE "  VENCTO: ".
           05 WS-FAT-VENCTO      PIC 9999/99/99.
           05 FILLER             PIC X(09) VALUE SPACES.

       01 WS-LINHA-FAT-CLIENTE.
           05 FILLER             PIC X(10) VALUE "CLIENTE:  ".
           05 WS-FAT-CLIENTE     PIC X(30).
           05 FILLER             PIC X(40) VALUE SPACES.

       01 WS-LINHA-FAT-ENDERECO.
           05 FILLER             PIC X(10) VALUE "ENDERECO: ".
           05 WS-FAT-ENDERECO    PIC X(40).
           05 FILLER             PIC X(30) VALUE SPACES.

       01 WS-LINHA-FAT-ITEM.
           05 FILLER             PIC X(04) VALUE "CAT:".
           05 WS-ITEM-CATEGORIA  PIC X(03).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 FILLER             PIC X(05) VALUE "AREA:".
           05 WS-ITEM-AREA-ED    PIC ZZZZZZZ9,99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 FILLER             PIC X(05) VALUE "UNIT:".
           05 WS-ITEM-UNIT-ED    PIC ZZZZ9,99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 FILLER             PIC X(06) VALUE "TOTAL:".
           05 WS-ITEM-EXT-ED     PIC ZZZZZZZZZZ9,99.
           05 FILLER             PIC X(21) VALUE SPACES.

       01 WS-LINHA-FAT-SUBTOT.
           05 FILLER             PIC X(25) VALUE "SUBTOTAL DA FATURA:".
           05 WS-FAT-SUBTOTAL-ED PIC ZZZZZZZZZZ9,99.
           05 FILLER             PIC X(41) VALUE SPACES.

       01 WS-LINHA-FAT-IMPOSTO.
           05 FILLER             PIC X(15) VALUE "IMPOSTOS (ALIQ ".
           05 WS-FAT-ALIQ-ED     PIC ZZ9,99.
           05 FILLER             PIC X(04) VALUE "%): ".
           05 WS-FAT-IMPOSTO-ED  PIC ZZZZZZZZZZ9,99.
           05 FILLER             PIC X(41) VALUE SPACES.

       01 WS-LINHA-FAT-TOTAL.
           05 FILLER             PIC X(25) VALUE "TOTAL DA FATURA:".
           05 WS-FAT-TOTAL-ED    PIC ZZZZZZZZZZ9,99.
           05 FILLER             PIC X(41) VALUE SPACES.

       01 WS-LINHA-SEPARADOR.
           05 FILLER             PIC X(80) VALUE ALL "-".

       01 WS-LINHA-TOTAL-GERAL.
           05 FILLER             PIC X(24)
              VALUE "TOTAL FATURADO NO DIA: ".
           05 WS-TOT-QTD-FATURAS PIC ZZZZ9.
           05 FILLER             PIC X(17) VALUE " FATURAS  VALOR: ".
           05 WS-TOT-VALOR       PIC ZZZZZZZZZZZZ9,99.
           05 FILLER             PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM INICIALIZACAO
            IF WS-COD-RETORNO = "00"
                PERFORM GERA-FATURAS
            END-IF
            PERFORM FINALIZACAO
            GOBACK.

       INICIALIZACAO.
            ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
            ACCEPT WS-HORA-EXECUCAO FROM TIME
            PERFORM CARREGA-PARAMETROS
            PERFORM VERIFICA-EXECUCAO-DIA
            IF JA-EXECUTADO
                DISPLAY "FATURAMENTO JA EXECUTADO COM SUCESSO EM "
                    WS-DATA-EXECUCAO " - NOVA EXECUCAO RECUSADA"
                MOVE "08" TO WS-COD-RETORNO
                MOVE 8 TO RETURN-CODE
            ELSE
                IF NOT CALCULO-DO-DIA
                    DISPLAY "FATURAMENTO: CALCULAAREA SEM EXECUCAO OK "
                        "EM " WS-DATA-EXECUCAO
                        " - ORCDET.DAT NAO E DO DIA"
                    MOVE "08" TO WS-COD-RETORNO
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM ABRE-ARQUIVOS
                END-IF
            END-IF.

       CARREGA-PARAMETROS.
            OPEN INPUT PARAMOPER-FILE
            IF WS-PARAMOPER-STATUS = "00"
                PERFORM LER-PARAMETRO
                PERFORM APLICA-PARAMETRO UNTIL FIM-PARAMOPER
                CLOSE PARAMOPER-FILE
            END-IF.

       LER-PARAMETRO.
            READ PARAMOPER-FILE
                AT END
                    MOVE 'S' TO WS-EOF-PARAMOPER
            END-READ.

       APLICA-PARAMETRO.
            EVALUATE PARAM-NOME
                WHEN "ALIQIMPOSTO"
                    IF PARAM-VALOR IS NUMERIC
                            AND PARAM-VALOR <= 5000
                        COMPUTE WS-ALIQ-IMPOSTO = PARAM-VALOR / 100
                        END-COMPUTE
                    ELSE
                        DISPLAY "FATURAMENTO: ALIQIMPOSTO FORA DA "
                            "FAIXA EM PARAMOPER.DAT - USANDO "
                            WS-ALIQ-IMPOSTO
                    END-IF
                WHEN "PRAZOVENCTO"
                    IF PARAM-VALOR IS NUMERIC
                            AND PARAM-VALOR >= 1
                            AND PARAM-VALOR <= 180
                        MOVE PARAM-VALOR TO WS-PRAZO-VENCTO
                    ELSE
                        DISPLAY "FATURAMENTO: PRAZOVENCTO FORA DA "
                            "FAIXA EM PARAMOPER.DAT - USANDO "
                            WS-PRAZO-VENCTO
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            PERFORM LER-PARAMETRO.

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
                IF AUDIT-PROGRAMA = "FATURAMENTO"
                    MOVE 'S' TO WS-JA-EXECUTADO
                END-IF
                IF AUDIT-PROGRAMA = "CALCULAAREA"
                    MOVE 'S' TO WS-CALCULO-DO-DIA
                END-IF
            END-IF
            PERFORM LER-AUDIT-GUARDA.

       ABRE-ARQUIVOS.
            OPEN INPUT ORCDET-FILE
            IF WS-ORCDET-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR ORCDET.DAT - STATUS: "
                    WS-ORCDET-STATUS
                MOVE "12" TO WS-COD-RETORNO
                MOVE 12 TO RETURN-CODE
            ELSE
                CLOSE ORCDET-FILE
                PERFORM CARREGA-OBRAS
            END-IF
            IF WS-COD-RETORNO = "00"
                PERFORM LER-CONTROLE
                PERFORM CARREGA-FATURADAS-DIA
                COMPUTE WS-DATA-VENCTO = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WS-DATA-EXECUCAO)
                     + WS-PRAZO-VENCTO)
                END-COMPUTE
            END-IF.

       CARREGA-OBRAS.
            OPEN INPUT OBRAS-FILE
            IF WS-OBRAS-STATUS NOT = "00"
                DISPLAY "ERRO AO ABRIR OBRAS.DAT - STATUS: "
                    WS-OBRAS-STATUS
                MOVE "12" TO WS-COD-RETORNO
                MOVE 12 TO RETURN-CODE
            ELSE
                PERFORM LER-OBRA
                PERFORM CARREGA-OBRA-TABELA UNTIL FIM-OBRAS
                CLOSE OBRAS-FILE
            END-IF.

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
            ELSE
                DISPLAY "TABELA DE OBRAS CHEIA - IGNORADO: " OBRA-ID
            END-IF
            PERFORM LER-OBRA.

       LER-CONTROLE.
            OPEN INPUT FATCTRL-FILE
            IF WS-FATCTRL-STATUS = "00"
                READ FATCTRL-FILE
                    NOT AT END
                        MOVE CTRL-ULT-FATURA TO WS-CTRL-ULT-FATURA
                        MOVE CTRL-DATA TO WS-CTRL-DATA
                END-READ
                CLOSE FATCTRL-FILE
            END-IF.

       GRAVA-CONTROLE.
            OPEN OUTPUT FATCTRL-FILE
            MOVE WS-CTRL-ULT-FATURA TO CTRL-ULT-FATURA
            MOVE WS-CTRL-DATA TO CTRL-DATA
            WRITE FATCTRL-REG
            CLOSE FATCTRL-FILE.

       CARREGA-FATURADAS-DIA.
            OPEN INPUT RECEBER-FILE
            IF WS-RECEBER-STATUS = "00"
                PERFORM LER-RECEBER
                PERFORM GUARDA-FATURADA-DIA UNTIL FIM-RECEBER
                CLOSE RECEBER-FILE
            END-IF.

       LER-RECEBER.
            READ RECEBER-FILE
                AT END
                    MOVE 'S' TO WS-EOF-RECEBER
            END-READ.

       GUARDA-FATURADA-DIA.
            IF RECEB-DATA-EMISSAO = WS-DATA-EXECUCAO
                IF WS-QTD-FATURADAS-DIA < 200
                    ADD 1 TO WS-QTD-FATURADAS-DIA
                    MOVE RECEB-OBRA
                        TO TAB-FATURADA-OBRA (WS-QTD-FATURADAS-DIA)
                ELSE
                    DISPLAY "TABELA DE FATURADAS CHEIA - IGNORADO: "
                        RECEB-OBRA
                END-IF
            END-IF
            PERFORM LER-RECEBER.

       GERA-FATURAS.
            SORT SORT-FAT-WORK-FILE
                ON ASCENDING KEY SORT-FAT-OBRA
                ON ASCENDING KEY SORT-FAT-CATEGORIA
                USING ORCDET-FILE
                GIVING FATORD-FILE
            OPEN INPUT FATORD-FILE
            IF WS-QTD-FATURADAS-DIA > 0
                OPEN EXTEND FATURAS-FILE
            END-IF
            IF WS-QTD-FATURADAS-DIA = 0 OR WS-FATURAS-STATUS = "35"
                OPEN OUTPUT FATURAS-FILE
                MOVE WS-DATA-EXECUCAO TO WS-CAB-DATA
                WRITE LINHA-FATURA FROM WS-CABECALHO-1
            END-IF
            OPEN EXTEND RECEBER-FILE
            IF WS-RECEBER-STATUS = "35"
                OPEN OUTPUT RECEBER-FILE
            END-IF
            PERFORM LER-FATORD
            PERFORM PROCESSA-ITEM UNTIL FIM-FATORD
            PERFORM FECHA-FATURA
            MOVE WS-QTD-FATURAS TO WS-TOT-QTD-FATURAS
            MOVE WS-TOTAL-FATURADO TO WS-TOT-VALOR
            WRITE LINHA-FATURA FROM WS-LINHA-TOTAL-GERAL
            CLOSE FATORD-FILE
            CLOSE FATURAS-FILE
            CLOSE RECEBER-FILE.

       LER-FATORD.
            READ FATORD-FILE
                AT END
                    MOVE 'S' TO WS-EOF-FATORD
                NOT AT END
                    ADD 1 TO WS-QTD-LIDOS
            END-READ.

       PROCESSA-ITEM.
            IF FATORD-OBRA NOT = WS-OBRA-CORRENTE
                PERFORM FECHA-FATURA
                PERFORM ABRE-FATURA
            END-IF
            IF NOT OBRA-JA-FATURADA
                IF FATORD-CATEGORIA NOT = WS-CAT-CORRENTE
                    PERFORM FECHA-ITEM
                    MOVE FATORD-CATEGORIA TO WS-CAT-CORRENTE
                    MOVE FATORD-CUSTO-UNIT TO WS-ITEM-CUSTO-UNIT
                END-IF
                ADD FATORD-AREA TO WS-ITEM-AREA
                ADD FATORD-CUSTO-EXT TO WS-ITEM-CUSTO-EXT
            END-IF
            PERFORM LER-FATORD.

       ABRE-FATURA.
            MOVE FATORD-OBRA TO WS-OBRA-CORRENTE
            MOVE SPACES TO WS-CAT-CORRENTE
            MOVE 'N' TO WS-OBRA-JA-FATURADA
            SET WS-FIDX TO 1
            SEARCH TAB-FATURADA
                AT END
                    CONTINUE
                WHEN WS-FIDX > WS-QTD-FATURADAS-DIA
                    CONTINUE
                WHEN TAB-FATURADA-OBRA (WS-FIDX) = WS-OBRA-CORRENTE
                    MOVE 'S' TO WS-OBRA-JA-FATURADA
            END-SEARCH
            IF OBRA-JA-FATURADA
                ADD 1 TO WS-QTD-IGNORADAS
                DISPLAY "FATURAMENTO: OBRA " WS-OBRA-CORRENTE
                    " JA FATURADA HOJE - IGNORADA"
            ELSE
                ADD 1 TO WS-CTRL-ULT-FATURA
                MOVE WS-CTRL-ULT-FATURA TO WS-FATURA-ATUAL
                MOVE WS-DATA-EXECUCAO TO WS-CTRL-DATA
                PERFORM GRAVA-CONTROLE
                MOVE 0 TO WS-FAT-SUBTOTAL
                MOVE WS-FATURA-ATUAL TO WS-FAT-NUMERO
                MOVE WS-OBRA-CORRENTE TO WS-FAT-OBRA
                MOVE WS-DATA-EXECUCAO TO WS-FAT-EMISSAO
                MOVE WS-DATA-VENCTO TO WS-FAT-VENCTO
                WRITE LINHA-FATURA FROM WS-LINHA-SEPARADOR
                WRITE LINHA-FATURA FROM WS-LINHA-FAT-CAB
                PERFORM IMPRIME-CLIENTE
            END-IF.

       IMPRIME-CLIENTE.
            MOVE "(OBRA NAO CADASTRADA)" TO WS-FAT-CLIENTE
            MOVE SPACES TO WS-FAT-ENDERECO
            SET WS-OBIDX TO 1
            SEARCH TAB-OBRA
                AT END
                    CONTINUE
                WHEN TAB-OBRA-ID (WS-OBIDX) = WS-OBRA-CORRENTE
                    MOVE TAB-OBRA-CLIENTE (WS-OBIDX) TO WS-FAT-CLIENTE
                    MOVE TAB-OBRA-ENDERECO (WS-OBIDX)
                        TO WS-FAT-ENDERECO
            END-SEARCH
            WRITE LINHA-FATURA FROM WS-LINHA-FAT-CLIENTE
            WRITE LINHA-FATURA FROM WS-LINHA-FAT-ENDERECO.

       FECHA-ITEM.
            IF WS-CAT-CORRENTE NOT = SPACES
                MOVE WS-CAT-CORRENTE TO WS-ITEM-CATEGORIA
                MOVE WS-ITEM-AREA TO WS-ITEM-AREA-ED
                MOVE WS-ITEM-CUSTO-UNIT TO WS-ITEM-UNIT-ED
                MOVE WS-ITEM-CUSTO-EXT TO WS-ITEM-EXT-ED
                WRITE LINHA-FATURA FROM WS-LINHA-FAT-ITEM
                ADD WS-ITEM-CUSTO-EXT TO WS-FAT-SUBTOTAL
                MOVE 0 TO WS-ITEM-AREA
                MOVE 0 TO WS-ITEM-CUSTO-EXT
            END-IF.

       FECHA-FATURA.
            IF WS-OBRA-CORRENTE NOT = SPACES
                    AND NOT OBRA-JA-FATURADA
                PERFORM FECHA-ITEM
                COMPUTE WS-FAT-IMPOSTO ROUNDED =
                    WS-FAT-SUBTOTAL * WS-ALIQ-IMPOSTO / 100
                END-COMPUTE
                COMPUTE WS-FAT-TOTAL = WS-FAT-SUBTOTAL + WS-FAT-IMPOSTO
                END-COMPUTE
                MOVE WS-FAT-SUBTOTAL TO WS-FAT-SUBTOTAL-ED
                WRITE LINHA-FATURA FROM WS-LINHA-FAT-SUBTOT
                MOVE WS-ALIQ-IMPOSTO TO WS-FAT-ALIQ-ED
                MOVE WS-FAT-IMPOSTO TO WS-FAT-IMPOSTO-ED
                WRITE LINHA-FATURA FROM WS-LINHA-FAT-IMPOSTO
                MOVE WS-FAT-TOTAL TO WS-FAT-TOTAL-ED
                WRITE LINHA-FATURA FROM WS-LINHA-FAT-TOTAL
                PERFORM GRAVA-RECEBER
                ADD 1 TO WS-QTD-FATURAS
                ADD WS-FAT-TOTAL TO WS-TOTAL-FATURADO
            END-IF.

       GRAVA-RECEBER.
            MOVE WS-FATURA-ATUAL TO RECEB-FATURA
            MOVE WS-OBRA-CORRENTE TO RECEB-OBRA
            MOVE WS-DATA-EXECUCAO TO RECEB-DATA-EMISSAO
            MOVE WS-DATA-VENCTO TO RECEB-DATA-VENCTO
            MOVE WS-FAT-TOTAL TO RECEB-VALOR
            MOVE 0 TO RECEB-VALOR-PAGO
            MOVE "A" TO RECEB-STATUS
            MOVE 0 TO RECEB-DATA-BAIXA
            WRITE RECEB-REG.

       FINALIZACAO.
            IF WS-COD-RETORNO = "00"
                DISPLAY "FATURAMENTO: " WS-QTD-LIDOS
                    " LINHAS DE ORCAMENTO LIDAS"
                DISPLAY "FATURAMENTO: " WS-QTD-FATURAS
                    " FATURAS EMITIDAS EM FATURAS.DAT"
                DISPLAY "FATURAMENTO: " WS-QTD-IGNORADAS
                    " OBRAS JA FATURADAS HOJE"
            END-IF
            PERFORM GRAVA-AUDITORIA.

       GRAVA-AUDITORIA.
            OPEN EXTEND AUDIT-LOG-FILE
            IF WS-AUDIT-STATUS = "35"
                OPEN OUTPUT AUDIT-LOG-FILE
            END-IF
            MOVE "FATURAMENTO" TO AUDIT-PROGRAMA
            MOVE WS-DATA-EXECUCAO TO AUDIT-DATA-EXEC
            MOVE WS-HORA-EXECUCAO TO AUDIT-HORA-EXEC
            MOVE WS-QTD-LIDOS TO AUDIT-QTD-LIDOS
            MOVE WS-QTD-IGNORADAS TO AUDIT-QTD-REJEITADOS
            MOVE WS-COD-RETORNO TO AUDIT-COD-RETORNO
            MOVE WS-ALIQ-IMPOSTO TO WS-ECO-ALIQ
            MOVE WS-PRAZO-VENCTO TO WS-ECO-PRAZO
            MOVE WS-ECO-PARAMETROS TO AUDIT-PARAMETROS
            WRITE AUDIT-REG
            CLOSE AUDIT-LOG-FILE.
       END PROGRAM FATURAMENTO.
