      *================================================================
      *  LABDSTRC.CPY
      *  Labor distribution record layout - shared by every program
      *  that opens LABDIST-FILE (LABDIST.DAT).  One record per
      *  department an employee splits time into, keyed EMP-ID/
      *  sequence, giving the percentage of the employee's earnings
      *  expense that belongs to that cost center.  Whatever share
      *  the active rows leave (100 less their total) stays with the
      *  home EMP-DEPT on the employee master, so an employee with
      *  no rows is charged wholly to the home department exactly as
      *  before.  LDMAINT refuses any row that would take the active
      *  total past 100.  LD-STATUS is 'A' active or 'I' inactive -
      *  an inactive row is kept for reference and ignored.
      *================================================================
       01 LABOR-DISTRIBUTION-RECORD.
          05 LABOR-DISTRIBUTION-KEY.
             10 LD-EMP-ID         PIC X(10).
             10 LD-SEQ            PIC 9(2).
          05 LD-DEPT              PIC X(20).
          05 LD-PERCENT           PIC 9(3)V99.
          05 LD-STATUS            PIC X(1).
