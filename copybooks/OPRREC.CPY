         01  OPR-REC.
           05 OPR-KEY.
              10 OPR-ID              PIC X(08).
           05 OPR-NAME               PIC X(30).
           05 OPR-BRANCH             PIC 9(04).
           05 OPR-STATUS             PIC X(01).
              88 OPR-STATUS-ACTIVE           VALUE 'A'.
              88 OPR-STATUS-REVOKED          VALUE 'R'.
           05 OPR-FUNCS              PIC X(16).
           05 OPR-LIM-COUNT          PIC 9(02).
           05 OPR-LIM-ENTRY OCCURS 10 TIMES.
              10 OPR-LIM-DVZ         PIC 9(03).
              10 OPR-LIM-TXN         PIC 9(15).
              10 OPR-LIM-APPROVE     PIC 9(15).
           05 OPR-CHANGED-BY         PIC X(08).
           05 OPR-CHANGED-DATE       PIC 9(08).
