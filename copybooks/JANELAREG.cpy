      ******************************************************************
      * Planned maintenance window record of JANELAS.DAT, kept by
      * JANELASMANUT and read by COBERTURA and INDICEPOLUICAO.
      * One window per record: the station, optionally one pollutant
      * (spaces = every pollutant of the station), the start and end
      * date/time (both inclusive) and the reason for the stop -
      * calibration, repair, relocation. JAN-INICIO and JAN-FIM are
      * also referenced as groups, compared as 14-digit timestamps
      * (YYYYMMDDHHMMSS) against a reading's date and time.
      ******************************************************************
       01  JANELA-REG.
           05 JAN-ESTACAO-ID           PIC X(05).
           05 JAN-POLUENTE             PIC X(04).
           05 JAN-INICIO.
               10 JAN-INICIO-DATA      PIC 9(08).
               10 JAN-INICIO-HORA      PIC 9(06).
           05 JAN-FIM.
               10 JAN-FIM-DATA         PIC 9(08).
               10 JAN-FIM-HORA         PIC 9(06).
           05 JAN-MOTIVO               PIC X(30).
