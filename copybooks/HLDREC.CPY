         01  HLD-REC.
           05 HLD-KEY.
              10 HLD-ID              PIC S9(05) COMP-3.
              10 HLD-DVZ             PIC S9(03) COMP.
              10 HLD-NO              PIC 9(05).
           05 HLD-AMOUNT             PIC 9(15).
           05 HLD-REASON             PIC X(02).
              88 HLD-REASON-GARNISH          VALUE 'GR'.
              88 HLD-REASON-CARD-AUTH        VALUE 'CA'.
              88 HLD-REASON-COLLATERAL       VALUE 'CL'.
              88 HLD-REASON-OTHER            VALUE 'OT'.
              88 HLD-REASON-VALID            VALUE 'GR' 'CA' 'CL' 'OT'.
           05 HLD-OPERATOR           PIC X(08).
           05 HLD-PLACED-DATE        PIC 9(08).
           05 HLD-EXPIRY             PIC 9(08).
           05 HLD-STATUS             PIC X(01).
              88 HLD-STATUS-ACTIVE           VALUE 'A'.
              88 HLD-STATUS-RELEASED         VALUE 'R'.
              88 HLD-STATUS-EXPIRED          VALUE 'E'.
           05 HLD-CHANGED-BY         PIC X(08).
           05 HLD-CHANGED-DATE       PIC 9(08).
