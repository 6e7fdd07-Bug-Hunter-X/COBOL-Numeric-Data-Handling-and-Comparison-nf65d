
       FD  WHSE-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 28 CHARACTERS.
           COPY TRANREC REPLACING TRANS-RECORD BY WHSE-IN-RECORD
                                  TR-TYPE        BY WIN-TR-TYPE
                                  TR-TYPE-DEBIT  BY WIN-TR-TYPE-DEBIT
                                  TR-ACCOUNT     BY WIN-TR-ACCOUNT
                                  TR-SERIAL      BY WIN-TR-SERIAL
                                  TR-AMOUNT      BY WIN-TR-AMOUNT
                                  TR-EFF-DATE    BY WIN-TR-EFF-DATE
                                  TR-SOURCE-ID   BY WIN-TR-SOURCE-ID.

       FD  WHSE-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 28 CHARACTERS.
       01  WHSE-OUT-RECORD             PIC X(28).

       FD  REL-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 28 CHARACTERS.
       01  REL-OUT-RECORD              PIC X(28).

       FD  RUNCTL-FILE
           RECORDING MODE IS F
