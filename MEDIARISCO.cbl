      *              HISTMEDCOMB.DAT before the sort, so a REPROVADO
      *              streak that straddles the archive cutoff no
      *              longer disappears from RISCO.DAT.
      * 15_10_26 DB  A REP FALTA term (failed for absence, written by
      *              MEDIA since attendance is controlled) counts as a
      *              failed term in the streak like REPROVADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEDIARISCO.
               MOVE 0 TO WS-STREAK-MAX
           END-IF
           IF HMORDEM-RESULTADO = "REPROVADO"
                   OR HMORDEM-RESULTADO = "REP FALTA"
               IF WS-STREAK-CONTADOR > 0
                   PERFORM CALCULA-TERMO-SEGUINTE
                   IF HMORDEM-TERMO NOT = WS-TERMO-SEGUINTE
