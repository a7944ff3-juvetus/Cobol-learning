          02 EMP-GRADE            PIC X(2).
          02 EMP-REG-HOURS        PIC 9(3).
          02 EMP-OT-HOURS         PIC 9(3).
          02 EMP-POSITION-NO      PIC X(6).

      *----------------------------------------------------------------
      * Department master: the valid department codes, each with a
