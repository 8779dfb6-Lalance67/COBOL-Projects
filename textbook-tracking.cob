      * returns record a condition code, and the holds report shows
      * who still has what. TERM-END-CLOSE sweeps the term's
      * unreturned and damaged copies into student-account fines.
      * The holds report can also put the library's BOOK student
      * hold on everyone still holding a copy from a finished term;
      * the return that brings a student's last copy back releases
      * it (see student-hold.cob).
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TEXTBOOK-TRACKING.

      *     decimal point - same trick as TUITION-BILLING
        01 WS-COST-ENTRY         PIC 9(3).99.

      * the library's hold on a textbook not back - see
      * student-hold.cob
        COPY "STUDENT-HOLD-PARAMS.cpy".
        01 WS-RETURN-STUDENT     PIC X(6).
        01 WS-STILL-OUT          PIC 9(3).
        01 WS-HOLD-TERM          PIC X(5).
        01 WS-HELD-COUNT         PIC 9(4).

        PROCEDURE DIVISION.
            CALL "OPERATOR-AUTH" USING WS-AUTH-LEVEL
            IF WS-AUTH-LEVEL < MAINT-AUTH-LEVEL
                    DISPLAY "RETURN RECORDED - " WS-ASK-TITLE
                        " COPY " WS-ASK-COPY " CONDITION "
                        WS-ASK-CONDITION
                    PERFORM CLEAR-LIBRARY-HOLD
                ELSE
                    DISPLAY "NO OUTSTANDING ISSUE FOR THAT COPY"
                END-IF
                    AND TI-COPY-NO = WS-ASK-COPY
                    AND TI-STATUS = "O"
                MOVE "Y" TO WS-FOUND
                MOVE TI-STUDENT-ID TO WS-RETURN-STUDENT
                MOVE WS-TODAY-TIMESTAMP(1:8) TO TI-RETURN-DATE
                MOVE WS-ASK-CONDITION TO TI-CONDITION
                MOVE "R" TO TI-STATUS
                    REWRITE TEXTBOOK-MASTER-RECORD
            END-READ.

        CLEAR-LIBRARY-HOLD.
      *     the library hold comes off with the student's last copy
            MOVE ZERO TO WS-STILL-OUT
            OPEN INPUT TEXTBOOK-ISSUE
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ TEXTBOOK-ISSUE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF TI-STUDENT-ID = WS-RETURN-STUDENT
                                AND TI-STATUS = "O"
                            ADD 1 TO WS-STILL-OUT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TEXTBOOK-ISSUE
            IF WS-STILL-OUT > ZERO
                DISPLAY WS-RETURN-STUDENT " STILL HOLDS "
                    WS-STILL-OUT " COPIES"
                EXIT PARAGRAPH
            END-IF
            MOVE "R" TO SHP-FUNCTION
            MOVE WS-RETURN-STUDENT TO SHP-STUDENT-ID
            MOVE "BOOK" TO SHP-HOLD-TYPE
            MOVE "TEXTBOOKS" TO SHP-OPERATOR
            CALL "STUDENT-HOLD" USING STUDENT-HOLD-PARAMS
            IF SHP-RESULT = "Y"
                DISPLAY "LIBRARY HOLD RELEASED FOR "
                    WS-RETURN-STUDENT
            END-IF.

        PRINT-ISSUE-LIST.
      *     ENROLLMENT already knows who takes which course - the
      *     issue list for a title writes itself off the roster
            END-IF.

        HOLDS-REPORT.
            DISPLAY "PLACE LIBRARY HOLDS FOR COPIES STILL OUT FROM"
                " TERM (E.G. 2026F, BLANK = NONE):"
            ACCEPT WS-HOLD-TERM
            MOVE ZERO TO WS-HELD-COUNT
            MOVE ZERO TO WS-ISSUE-COUNT
            OPEN INPUT TEXTBOOK-ISSUE
            IF WS-ISSUE-STATUS NOT = "00"
                                       DELIMITED BY SIZE
                                       INTO HOLDS-RPT-LINE
                                WRITE HOLDS-RPT-LINE
                                IF WS-HOLD-TERM NOT = SPACES
                                        AND TI-TERM = WS-HOLD-TERM
                                    PERFORM PLACE-LIBRARY-HOLD
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE HOLDS-RPT
                DISPLAY "HOLDS REPORT WRITTEN - STILL OUT: "
                    WS-ISSUE-COUNT
                IF WS-HOLD-TERM NOT = SPACES
                    DISPLAY "COPIES OUT FROM " WS-HOLD-TERM
                        " NOW UNDER LIBRARY HOLD: " WS-HELD-COUNT
                END-IF
            END-IF.

        PLACE-LIBRARY-HOLD.
      *     one hold per student - a second copy out only refreshes
      *     the reason
            MOVE "P" TO SHP-FUNCTION
            MOVE TI-STUDENT-ID TO SHP-STUDENT-ID
            MOVE "BOOK" TO SHP-HOLD-TYPE
            MOVE "TEXTBOOKS" TO SHP-OPERATOR
            MOVE SPACES TO SHP-REASON
            STRING "TEXTBOOK " TI-TITLE-CODE " COPY " TI-COPY-NO
                   " NOT BACK"
                   DELIMITED BY SIZE INTO SHP-REASON
            CALL "STUDENT-HOLD" USING STUDENT-HOLD-PARAMS
            ADD 1 TO WS-HELD-COUNT.

        END PROGRAM TEXTBOOK-TRACKING.
