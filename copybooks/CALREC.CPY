         01  CAL-REC.
           05 CAL-DATE               PIC 9(08).
           05 CAL-TYPE               PIC X(01).
              88 CAL-TYPE-HOLIDAY            VALUE 'H'.
              88 CAL-TYPE-WORKDAY            VALUE 'W'.
           05 CAL-DESC               PIC X(30).
           05 CAL-STATUS             PIC X(01).
              88 CAL-STATUS-ACTIVE           VALUE 'A'.
              88 CAL-STATUS-CANCELLED        VALUE 'C'.
