      ******************************************************************
      * Open-items receivables record layout of RECEBER.DAT, shared by
      * FATURAMENTO (writer - one record per invoice issued) and
      * BAIXAPAGTO (payment batch). RECEB-FATURA is the invoice
      * number from FATCTRL.DAT and is never reused. An invoice is
      * issued aberta ("A") with nothing paid; BAIXAPAGTO adds each
      * payment to RECEB-VALOR-PAGO and moves it to liquidada ("L"),
      * stamping RECEB-DATA-BAIXA, once the full amount is received.
      ******************************************************************
       01  RECEB-REG.
           05 RECEB-FATURA             PIC 9(06).
           05 RECEB-OBRA               PIC X(05).
           05 RECEB-DATA-EMISSAO       PIC 9(08).
           05 RECEB-DATA-VENCTO        PIC 9(08).
           05 RECEB-VALOR              PIC 9(11)V99.
           05 RECEB-VALOR-PAGO         PIC 9(11)V99.
           05 RECEB-STATUS             PIC X(01).
               88 RECEB-ABERTA             VALUE "A".
               88 RECEB-LIQUIDADA          VALUE "L".
           05 RECEB-DATA-BAIXA         PIC 9(08).
