      *================================================================
      *  INQLOGRC.CPY
      *  Inquiry log record layout - shared by every program that
      *  opens INQLOG-FILE (INQLOG.DAT).  EMPINQ appends one line
      *  each time a clerk signs on or off and each time a view of
      *  an employee's records is put on the screen, so privacy
      *  reviews can answer "who looked at this employee's pay and
      *  when".  IL-VIEW names what was shown; IL-DETAIL carries the
      *  pay date drilled into, or the name fragment searched for.
      *  A lookup that found nobody is logged as well, with the
      *  EMP-ID that was tried.  The file is append-only, like
      *  AUDIT.DAT.
      *================================================================
       01 INQUIRY-LOG-RECORD.
          05 IL-INQ-DATE          PIC X(8).
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 IL-INQ-TIME          PIC X(6).
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 IL-USER-ID           PIC X(10).
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 IL-EMP-ID            PIC X(10).
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 IL-VIEW              PIC X(12).
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 IL-DETAIL            PIC X(30).
