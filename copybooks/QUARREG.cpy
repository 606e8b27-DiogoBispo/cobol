      ******************************************************************
      * Quarantine record layout of QUARENTENA.DAT, shared by
      * INDICEPOLUICAO (writer) and LIBERAQUAR (technician review).
      * A TRANSACOES.DAT reading that fails the plausibility stage -
      * the same value repeated too many times in a row for its
      * station/pollutant, or a jump from the previous reading larger
      * than the allowed step - is written here pendente ("P")
      * instead of being classified. LIBERAQUAR moves it to liberada
      * ("L"), classifying it into HISTORICO.DAT and raising its
      * alert then, or descartada ("D"), stamping the technician and
      * the action timestamp. QUAR-DATA/QUAR-HORA are the run date
      * and reading time the reading would have had in HIST-REG.
      ******************************************************************
       01  QUAR-REG.
           05 QUAR-ESTACAO-ID          PIC X(05).
           05 QUAR-POLUENTE            PIC X(04).
           05 QUAR-DATA                PIC 9(08).
           05 QUAR-HORA                PIC 9(06).
           05 QUAR-INDPOL              PIC 9(01)V9(02).
           05 QUAR-REFERENCIA          PIC 9(01)V9(02).
           05 QUAR-MOTIVO              PIC X(40).
           05 QUAR-STATUS              PIC X(01).
               88 QUAR-PENDENTE            VALUE "P".
               88 QUAR-LIBERADA            VALUE "L".
               88 QUAR-DESCARTADA          VALUE "D".
           05 QUAR-TECNICO             PIC X(08).
           05 QUAR-TS-ACAO             PIC 9(14).
