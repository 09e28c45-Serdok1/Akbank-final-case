         01  TDM-REC.
           05 TDM-KEY.
              10 TDM-ID              PIC S9(05) COMP-3.
              10 TDM-DVZ             PIC S9(03) COMP.
              10 TDM-NO              PIC 9(05).
           05 TDM-PRINCIPAL          PIC 9(15).
           05 TDM-RATE               PIC 9(03)V9(04).
           05 TDM-TERM-DAYS          PIC 9(05).
           05 TDM-START-DATE         PIC 9(08).
           05 TDM-MATURITY           PIC 9(08).
           05 TDM-INSTRUCTION        PIC X(01).
              88 TDM-ROLL-PRINCIPAL          VALUE 'P'.
              88 TDM-ROLL-WITH-INT           VALUE 'I'.
              88 TDM-PAY-OUT                 VALUE 'O'.
              88 TDM-INSTRUCTION-VALID       VALUE 'P' 'I' 'O'.
           05 TDM-STATUS             PIC X(01).
              88 TDM-STATUS-ACTIVE           VALUE 'A'.
              88 TDM-STATUS-BREAK-REQ        VALUE 'K'.
              88 TDM-STATUS-MATURED          VALUE 'M'.
              88 TDM-STATUS-BROKEN           VALUE 'B'.
           05 TDM-ROLL-COUNT         PIC 9(03).
           05 TDM-OPERATOR           PIC X(08).
           05 TDM-PLACED-DATE        PIC 9(08).
           05 TDM-CHANGED-BY         PIC X(08).
           05 TDM-CHANGED-DATE       PIC 9(08).
           05 TDM-CLOSED-DATE        PIC 9(08).
           05 TDM-LAST-INTEREST      PIC 9(15).
           05 TDM-LAST-TAX           PIC 9(15).
