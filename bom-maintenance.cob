      * components build each parent assembly and how many one build
      * takes. WORK-ORDER-ENTRY explodes assembly orders against
      * these records and ASSEMBLY-BUILD consumes by them.
      * A revision's lines can only be edited while the ECO that
      * opened it is still pending (see ECO-MAINTENANCE); once it is
      * released they are frozen, and so is the original BOM of any
      * part that has a released revision - further changes go
      * through a new ECO.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. BOM-MAINTENANCE.

                RECORD KEY IS BM-BOM-KEY
                FILE STATUS IS WS-FILE-STATUS.

            SELECT PART-REVISION ASSIGN TO "PART-REVISION.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PRV-REVISION-KEY
                FILE STATUS IS WS-REV-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  BOM.
            COPY "BOM-RECORD.cpy".

        FD  PART-REVISION.
            COPY "PART-REVISION-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-FILE-STATUS        PIC XX.
        01 MENU-CHOICE           PIC 9.
        01 WS-ID-ANSWER          PIC X.
        01 WS-PARENT-ENTRY       PIC X(6).
        01 WS-LISTED-COUNT       PIC 9(3).
        01 WS-REV-STATUS         PIC XX.
        01 WS-REV-EOF            PIC X.
        01 WS-REV-OK             PIC X.

      * function-level authorization - the signed-on operator's
      * level comes back from the shared OPERATOR-AUTH check (see
        ACCEPT-BOM-KEY.
            DISPLAY "ENTER PARENT PART CODE (6 CHARS):"
            ACCEPT BM-PARENT-CODE
            DISPLAY "ENTER REVISION (2 CHARS, BLANK FOR ORIGINAL):"
            ACCEPT BM-REVISION
            DISPLAY "ENTER COMPONENT PART CODE (6 CHARS):"
            ACCEPT BM-COMPONENT-CODE
            PERFORM CHECK-REVISION-OPEN.

        CHECK-REVISION-OPEN.
      *     a named revision is editable only while its ECO is
      *     pending; the original only until some revision of the
      *     part has been released
            MOVE "Y" TO WS-REV-OK
            OPEN INPUT PART-REVISION
            IF WS-REV-STATUS NOT = "00"
                IF BM-REVISION NOT = SPACES
                    DISPLAY "REJECTED: REVISION " BM-REVISION
                        " WAS NOT OPENED BY AN ECO"
                    MOVE "N" TO WS-REV-OK
                END-IF
                EXIT PARAGRAPH
            END-IF

            IF BM-REVISION NOT = SPACES
                MOVE BM-PARENT-CODE TO PRV-PART-CODE
                MOVE BM-REVISION TO PRV-REVISION
                READ PART-REVISION
                    INVALID KEY
                        DISPLAY "REJECTED: REVISION " BM-REVISION
                            " WAS NOT OPENED BY AN ECO"
                        MOVE "N" TO WS-REV-OK
                    NOT INVALID KEY
                        IF PRV-STATUS NOT = "PEND"
                            DISPLAY "REJECTED: REVISION "
                                BM-REVISION " IS " PRV-STATUS
                                " - ITS BOM IS FROZEN"
                            MOVE "N" TO WS-REV-OK
                        END-IF
                END-READ
            ELSE
                MOVE BM-PARENT-CODE TO PRV-PART-CODE
                MOVE SPACES TO PRV-REVISION
                START PART-REVISION KEY >= PRV-REVISION-KEY
                    INVALID KEY
                        MOVE "10" TO WS-REV-STATUS
                END-START
                MOVE "N" TO WS-REV-EOF
                IF WS-REV-STATUS NOT = "00"
                    MOVE "Y" TO WS-REV-EOF
                END-IF
                PERFORM UNTIL WS-REV-EOF = "Y"
                    READ PART-REVISION NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-REV-EOF
                        NOT AT END
                            IF PRV-PART-CODE NOT = BM-PARENT-CODE
                                MOVE "Y" TO WS-REV-EOF
                            ELSE
                                IF PRV-STATUS = "RELSD"
                                    DISPLAY "REJECTED: " BM-PARENT-CODE
                                        " HAS RELEASED REVISIONS -"
                                        " CHANGE IT THROUGH AN ECO"
                                    MOVE "N" TO WS-REV-OK
                                    MOVE "Y" TO WS-REV-EOF
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE PART-REVISION.

        ADD-COMPONENT.
            PERFORM ACCEPT-BOM-KEY
            IF WS-REV-OK NOT = "Y"
                EXIT PARAGRAPH
            END-IF
            DISPLAY "ENTER QUANTITY PER BUILD (E.G. 004):"
            ACCEPT BM-QTY-PER


        CHANGE-COMPONENT.
            PERFORM ACCEPT-BOM-KEY
            IF WS-REV-OK NOT = "Y"
                EXIT PARAGRAPH
            END-IF

            READ BOM
                INVALID KEY

        DELETE-COMPONENT.
            PERFORM ACCEPT-BOM-KEY
            IF WS-REV-OK NOT = "Y"
                EXIT PARAGRAPH
            END-IF

            READ BOM
                INVALID KEY
                    DISPLAY "REJECTED: NOT ON BOM"
                NOT INVALID KEY
                    DISPLAY "DELETE " BM-COMPONENT-CODE " FROM "
                        BM-PARENT-CODE " REV " BM-REVISION
                        " - CONFIRM (Y/N):"
                    ACCEPT WS-ID-ANSWER
                    IF WS-ID-ANSWER = "Y" OR WS-ID-ANSWER = "y"
                        DELETE BOM RECORD

        LIST-COMPONENTS.
      *     the key leads with the parent, so START at the parent
      *     and read forward until it changes - every revision's
      *     list comes out in turn, the original first
            DISPLAY "ENTER PARENT PART CODE (6 CHARS):"
            ACCEPT WS-PARENT-ENTRY

            MOVE ZERO TO WS-LISTED-COUNT
            MOVE WS-PARENT-ENTRY TO BM-PARENT-CODE
            MOVE SPACES TO BM-REVISION
            MOVE SPACES TO BM-COMPONENT-CODE
            START BOM KEY >= BM-BOM-KEY
                INVALID KEY
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            IF BM-PARENT-CODE = WS-PARENT-ENTRY
                                DISPLAY "  REV " BM-REVISION
                                    " COMPONENT " BM-COMPONENT-CODE
                                    " QTY-PER " BM-QTY-PER
                                ADD 1 TO WS-LISTED-COUNT
                            ELSE
