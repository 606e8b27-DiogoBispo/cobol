      ******************************************************************
      * Record of TRANCAMENTOS.DAT, appended by ALUNOSMANUT each time
      * a student is trancado (withdrawn): the student, the date of
      * the trancamento and the operator who submitted it. The file
      * is never rewritten; a student trancado more than once has
      * one record per trancamento and the latest one counts.
      * ALUNOSLGPD reads it to tell how long a student has been
      * trancado.
      ******************************************************************
       01  TRANC-REG.
           05 TRANC-ALUNO-ID           PIC X(05).
           05 TRANC-DATA               PIC 9(08).
           05 TRANC-OPERADOR           PIC X(08).
