         01  TDG-REC.
           05 TDG-DATE               PIC 9(08).
           05 TDG-FUNC               PIC 9(02).
              88 TDG-FUNC-INTEREST           VALUE 15.
              88 TDG-FUNC-TAX                VALUE 16.
           05 TDG-ID                 PIC 9(05).
           05 TDG-DVZ                PIC 9(03).
           05 TDG-NO                 PIC 9(05).
           05 TDG-AMOUNT             PIC 9(15).
