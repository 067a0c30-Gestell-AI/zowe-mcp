               10  STX-TXN-TYPE        PIC X(08).
               10  STX-TXN-AMOUNT      PIC S9(9)V99 COMP-3.
               10  STX-TXN-DESC        PIC X(30).
               10  STX-TXN-XREF        PIC X(24).

       01  STX-HOLD-ENTRY.
           05  STX-HOLD-DATE           PIC X(10).
           05  STX-HOLD-TYPE           PIC X(08).
           05  STX-HOLD-AMOUNT         PIC S9(9)V99 COMP-3.
           05  STX-HOLD-DESC           PIC X(30).
           05  STX-HOLD-XREF           PIC X(24).

       01  SORT-FLAGS.
           05  SORT-SWAPPED-SW         PIC X(01) VALUE 'N'.
               10  FILLER              PIC X(15) VALUE 'AMOUNT'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(30) VALUE 'DESCRIPTION'.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(24) VALUE 'REVERSAL'.
               10  FILLER              PIC X(33) VALUE SPACES.

           05  STMT-DETAIL.
               10  SD-TXN-DATE         PIC X(10).
               10  SD-AMOUNT           PIC X(15).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  SD-DESCRIPTION      PIC X(30).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  SD-XREF             PIC X(24).
               10  FILLER              PIC X(33) VALUE SPACES.

           05  STMT-CLOSING-LINE.
               10  FILLER              PIC X(20)
              MOVE TXN-TYPE TO STX-TXN-TYPE (STX-ENTRY-COUNT)
              MOVE TXN-AMOUNT TO STX-TXN-AMOUNT (STX-ENTRY-COUNT)
              MOVE TXN-DESCRIPTION TO STX-TXN-DESC (STX-ENTRY-COUNT)
              MOVE SPACES TO STX-TXN-XREF (STX-ENTRY-COUNT)
              IF TXN-REVERSAL-OF-ID NOT = SPACES
                 STRING 'REVERSAL OF ' DELIMITED BY SIZE
                        TXN-REVERSAL-OF-ID DELIMITED BY SIZE
                     INTO STX-TXN-XREF (STX-ENTRY-COUNT)
                 END-STRING
              END-IF
              IF TXN-REVERSED-BY-ID NOT = SPACES
                 STRING 'REVERSED BY ' DELIMITED BY SIZE
                        TXN-REVERSED-BY-ID DELIMITED BY SIZE
                     INTO STX-TXN-XREF (STX-ENTRY-COUNT)
                 END-STRING
              END-IF
           ELSE
              ADD 1 TO STX-OMITTED-COUNT
           END-IF.
           MOVE STX-TXN-TYPE (STX-IDX) TO STX-HOLD-TYPE
           MOVE STX-TXN-AMOUNT (STX-IDX) TO STX-HOLD-AMOUNT
           MOVE STX-TXN-DESC (STX-IDX) TO STX-HOLD-DESC
           MOVE STX-TXN-XREF (STX-IDX) TO STX-HOLD-XREF
           MOVE STX-TXN-DATE (STX-IDX-2) TO STX-TXN-DATE (STX-IDX)
           MOVE STX-TXN-TYPE (STX-IDX-2) TO STX-TXN-TYPE (STX-IDX)
           MOVE STX-TXN-AMOUNT (STX-IDX-2) TO STX-TXN-AMOUNT (STX-IDX)
           MOVE STX-TXN-DESC (STX-IDX-2) TO STX-TXN-DESC (STX-IDX)
           MOVE STX-TXN-XREF (STX-IDX-2) TO STX-TXN-XREF (STX-IDX)
           MOVE STX-HOLD-DATE TO STX-TXN-DATE (STX-IDX-2)
           MOVE STX-HOLD-TYPE TO STX-TXN-TYPE (STX-IDX-2)
           MOVE STX-HOLD-AMOUNT TO STX-TXN-AMOUNT (STX-IDX-2)
           MOVE STX-HOLD-DESC TO STX-TXN-DESC (STX-IDX-2)
           MOVE STX-HOLD-XREF TO STX-TXN-XREF (STX-IDX-2).

      *****************************************************************
      *  PRINT-STATEMENT-PAGE - ONE STATEMENT, STARTING ON A FRESH
               MOVE STX-TXN-AMOUNT (STX-IDX) TO DISP-AMOUNT
               MOVE DISP-AMOUNT TO SD-AMOUNT
               MOVE STX-TXN-DESC (STX-IDX) TO SD-DESCRIPTION
               MOVE STX-TXN-XREF (STX-IDX) TO SD-XREF
               MOVE STMT-DETAIL TO STATEMENT-RECORD
               PERFORM WRITE-STATEMENT-LINE
           END-PERFORM
