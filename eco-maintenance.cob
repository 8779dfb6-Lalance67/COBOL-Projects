      * ECO-MAINTENANCE - engineering change orders against assembly
      * BOMs. Opening an ECO names the assembly, the new revision
      * level, what changes and why, the date it takes effect and
      * the parts it touches with the disposition of their stock
      * (use up, rework or scrap). The new revision goes on
      * PART-REVISION as pending with a copy of the BOM lines it
      * replaces, which engineering then edits in BOM-MAINTENANCE.
      * Approval takes two sign-offs - engineering and quality -
      * each by a level-5 operator who is not the originator; the
      * second one releases the revision, freezes its lines and
      * stamps PM-REVISION. From its effective date on,
      * ASSEMBLY-BUILD, WORK-ORDER-ENTRY, MRP-RUN and
      * PICK-LIST-GENERATE explode the new revision and LOT-TRACKING
      * stamps it on the lots built. A rejected or cancelled ECO's
      * revision is never built.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ECO-MAINTENANCE.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ECO-FILE ASSIGN TO "ECO.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EC-ECO-NO
                FILE STATUS IS WS-ECO-STATUS.

            SELECT PART-REVISION ASSIGN TO "PART-REVISION.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PRV-REVISION-KEY
                FILE STATUS IS WS-REV-STATUS.

            SELECT BOM ASSIGN TO "BOM.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BM-BOM-KEY
                FILE STATUS IS WS-BOM-STATUS.

            SELECT PARTS-MASTER ASSIGN TO "PARTS-MASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PM-PART-CODE
                FILE STATUS IS WS-MASTER-STATUS.

      *     signed on once by MENU-DRIVER ahead of the menu loop -
      *     see that program's SIGN-ON paragraph
            SELECT OPERATOR-SESSION ASSIGN TO "OPERATOR-SESSION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPSESS-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  ECO-FILE.
            COPY "ECO-RECORD.cpy".

        FD  PART-REVISION.
            COPY "PART-REVISION-RECORD.cpy".

        FD  BOM.
            COPY "BOM-RECORD.cpy".

        FD  PARTS-MASTER.
            COPY "PARTS-RECORD.cpy".

        FD  OPERATOR-SESSION.
        01  OPERATOR-SESSION-RECORD  PIC X(10).

        WORKING-STORAGE SECTION.
        01 WS-ECO-STATUS         PIC XX.
        01 WS-REV-STATUS         PIC XX.
        01 WS-BOM-STATUS         PIC XX.
        01 WS-MASTER-STATUS      PIC XX.
        01 MENU-CHOICE           PIC 9.
        01 WS-DONE               PIC X VALUE "N".
        01 WS-EOF                PIC X.
        01 WS-VALID              PIC X.
        01 WS-ANSWER             PIC X.
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TODAY-DATE         PIC 9(8).
        01 WS-TICKET-NO          PIC 9(8).
        01 WS-ECO-ENTRY          PIC 9(8).
        01 WS-PART-ENTRY         PIC X(6).
        01 WS-REV-ENTRY          PIC X(2).
        01 WS-DATE-ENTRY         PIC 9(8).
        01 WS-IDX                PIC 9(3).
        01 WS-LISTED-COUNT       PIC 9(4).
        01 WS-NEW-LINES          PIC 9(3).
        01 WS-DISP-TEXT          PIC X(8).

      * the replaced revision's BOM lines, held while they are
      * copied under the new revision
        01 WS-COPY-COUNT         PIC 9(3).
        01 WS-COPY-TABLE.
            05 WS-CP-ENTRY OCCURS 50 TIMES.
                10 WS-CP-COMPONENT   PIC X(6).
                10 WS-CP-QTY-PER     PIC 9(3).

      * the latest released revision - the one the new ECO changes
        COPY "REVISION-LOOKUP-PARAMS.cpy".

      * operator sign-on captured by MENU-DRIVER
        01 WS-OPSESS-STATUS      PIC XX.
        01 WS-OPERATOR-ID        PIC X(10) VALUE "UNKNOWN".

      * function-level authorization - see operator-maintenance.cob;
      * raising an ECO is a maintenance action, approving or
      * rejecting one is the supervisor's
        78 MAINT-AUTH-LEVEL      VALUE 3.
        78 REVIEW-AUTH-LEVEL     VALUE 5.
        01 WS-AUTH-LEVEL         PIC 9.

        PROCEDURE DIVISION.
            CALL "OPERATOR-AUTH" USING WS-AUTH-LEVEL
            IF WS-AUTH-LEVEL < MAINT-AUTH-LEVEL
                DISPLAY "NOT AUTHORIZED - THIS SCREEN NEEDS A"
                    " LEVEL " MAINT-AUTH-LEVEL " SIGN-ON"
                STOP RUN
            END-IF

            PERFORM READ-OPERATOR-ID
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TIMESTAMP
            MOVE WS-TODAY-TIMESTAMP(1:8) TO WS-TODAY-DATE

            PERFORM OPEN-ECO-FILES

            PERFORM UNTIL WS-DONE = "Y"
                DISPLAY "===== ENGINEERING CHANGE ORDERS ====="
                DISPLAY "[1] OPEN ECO"
                DISPLAY "[2] CHANGE AFFECTED PARTS"
                DISPLAY "[3] APPROVE ECO"
                DISPLAY "[4] REJECT OR CANCEL ECO"
                DISPLAY "[5] INQUIRE ECO"
                DISPLAY "[6] LIST ECOS FOR A PART"
                DISPLAY "[7] EXIT"
                DISPLAY "ENTER YOUR CHOICE:"
                ACCEPT MENU-CHOICE
                DISPLAY ""

                EVALUATE MENU-CHOICE
                    WHEN 1
                        PERFORM OPEN-ECO
                    WHEN 2
                        PERFORM CHANGE-AFFECTED-PARTS
                    WHEN 3
                        IF WS-AUTH-LEVEL < REVIEW-AUTH-LEVEL
                            DISPLAY "NOT AUTHORIZED - APPROVAL NEEDS"
                                " LEVEL " REVIEW-AUTH-LEVEL
                        ELSE
                            PERFORM APPROVE-ECO
                        END-IF
                    WHEN 4
                        PERFORM CLOSE-ECO-UNAPPROVED
                    WHEN 5
                        PERFORM INQUIRE-ECO
                    WHEN 6
                        PERFORM LIST-PART-ECOS
                    WHEN 7
                        MOVE "Y" TO WS-DONE
                    WHEN OTHER
                        DISPLAY "INVALID CHOICE, TRY AGAIN"
                END-EVALUATE
                DISPLAY ""
            END-PERFORM

            CLOSE ECO-FILE
            CLOSE PART-REVISION
            STOP RUN.

        READ-OPERATOR-ID.
      *     pick up whoever signed on in MENU-DRIVER, if this run
      *     came from there; otherwise the operator stays UNKNOWN
            OPEN INPUT OPERATOR-SESSION
            IF WS-OPSESS-STATUS = "00"
                READ OPERATOR-SESSION INTO WS-OPERATOR-ID
                CLOSE OPERATOR-SESSION
            END-IF.

        OPEN-ECO-FILES.
      *     both files may not exist yet on a fresh machine, so
      *     create them the first time and re-open for update after
            OPEN I-O ECO-FILE
            IF WS-ECO-STATUS = "35"
                OPEN OUTPUT ECO-FILE
                CLOSE ECO-FILE
                OPEN I-O ECO-FILE
            END-IF
            OPEN I-O PART-REVISION
            IF WS-REV-STATUS = "35"
                OPEN OUTPUT PART-REVISION
                CLOSE PART-REVISION
                OPEN I-O PART-REVISION
            END-IF.

        OPEN-ECO.
            DISPLAY "ENTER ASSEMBLY PART CODE (6 CHARS):"
            ACCEPT WS-PART-ENTRY
            PERFORM CHECK-NO-PENDING-ECO
            IF WS-VALID NOT = "Y"
                EXIT PARAGRAPH
            END-IF

      *     the change is made to the latest released revision,
      *     whether or not its effective date has come yet
            MOVE WS-PART-ENTRY TO RLP-PART-CODE
            MOVE 99999999 TO RLP-AS-OF-DATE
            CLOSE PART-REVISION
            CALL "PART-REVISION-LOOKUP" USING REVISION-LOOKUP-PARAMS
            OPEN I-O PART-REVISION
            PERFORM LOAD-OLD-BOM-LINES
            IF WS-COPY-COUNT = ZERO
                DISPLAY "REJECTED: NO BOM ON FILE FOR " WS-PART-ENTRY
                    " REVISION " RLP-REVISION
                EXIT PARAGRAPH
            END-IF
            DISPLAY "CURRENT REVISION: " RLP-REVISION
                " (" WS-COPY-COUNT " BOM LINES)"

            DISPLAY "ENTER NEW REVISION (2 CHARS):"
            ACCEPT WS-REV-ENTRY
            IF WS-REV-ENTRY = SPACES OR WS-REV-ENTRY = "--"
                DISPLAY "REJECTED: A REVISION CODE IS REQUIRED"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-PART-ENTRY TO PRV-PART-CODE
            MOVE WS-REV-ENTRY TO PRV-REVISION
            READ PART-REVISION
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY "REJECTED: REVISION " WS-REV-ENTRY
                        " ALREADY USED - ECO " PRV-ECO-NO
                    EXIT PARAGRAPH
            END-READ

            MOVE SPACES TO ECO-RECORD
            MOVE WS-PART-ENTRY TO EC-PART-CODE
            MOVE RLP-REVISION TO EC-OLD-REVISION
            MOVE WS-REV-ENTRY TO EC-NEW-REVISION
            DISPLAY "ENTER CHANGE DESCRIPTION (60 CHARS):"
            ACCEPT EC-DESCRIPTION
            IF EC-DESCRIPTION = SPACES
                DISPLAY "REJECTED: DESCRIBE THE CHANGE"
                EXIT PARAGRAPH
            END-IF
            DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD):"
            ACCEPT WS-DATE-ENTRY
            IF WS-DATE-ENTRY < WS-TODAY-DATE
                DISPLAY "REJECTED: EFFECTIVE DATE IS IN THE PAST"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-DATE-ENTRY TO EC-EFFECTIVE-DATE
            PERFORM CAPTURE-AFFECTED-PARTS

      *     the ECO number comes from the shared TICKET-SEQUENCE
      *     series, same as NCRs and RMAs
            CALL "TICKET-SEQUENCE" USING WS-TICKET-NO
            MOVE WS-TICKET-NO TO EC-ECO-NO
            MOVE "OPEN" TO EC-STATUS
            MOVE WS-OPERATOR-ID TO EC-OPENED-BY
            MOVE WS-TODAY-DATE TO EC-OPEN-DATE
            MOVE ZERO TO EC-ENG-APPROVED-DATE EC-QA-APPROVED-DATE
            MOVE ZERO TO EC-CLOSED-DATE
            WRITE ECO-RECORD
                INVALID KEY
                    DISPLAY "REJECTED: ECO NUMBER " EC-ECO-NO
                        " ALREADY ON FILE"
                    EXIT PARAGRAPH
            END-WRITE

            MOVE WS-PART-ENTRY TO PRV-PART-CODE
            MOVE WS-REV-ENTRY TO PRV-REVISION
            MOVE RLP-REVISION TO PRV-PRIOR-REVISION
            MOVE EC-EFFECTIVE-DATE TO PRV-EFFECTIVE-DATE
            MOVE EC-ECO-NO TO PRV-ECO-NO
            MOVE "PEND" TO PRV-STATUS
            MOVE ZERO TO PRV-RELEASED-DATE
            WRITE PART-REVISION-RECORD

            PERFORM COPY-BOM-LINES
            DISPLAY "ECO " EC-ECO-NO " OPENED - REVISION "
                EC-NEW-REVISION " OF " EC-PART-CODE " PENDING"
            DISPLAY "EDIT ITS BOM LINES IN BOM-MAINTENANCE UNDER"
                " REVISION " EC-NEW-REVISION.

        CHECK-NO-PENDING-ECO.
      *     one change in flight per assembly - a second ECO would
      *     be copying lines the first one is still editing
            MOVE "Y" TO WS-VALID
            MOVE WS-PART-ENTRY TO PRV-PART-CODE
            MOVE SPACES TO PRV-REVISION
            START PART-REVISION KEY >= PRV-REVISION-KEY
                INVALID KEY
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ PART-REVISION NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF PRV-PART-CODE NOT = WS-PART-ENTRY
                            MOVE "Y" TO WS-EOF
                        ELSE
                            IF PRV-STATUS = "PEND"
                                DISPLAY "REJECTED: ECO " PRV-ECO-NO
                                    " IS STILL OPEN ON "
                                    WS-PART-ENTRY
                                MOVE "N" TO WS-VALID
                                MOVE "Y" TO WS-EOF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

        LOAD-OLD-BOM-LINES.
            MOVE ZERO TO WS-COPY-COUNT
            OPEN INPUT BOM
            IF WS-BOM-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-PART-ENTRY TO BM-PARENT-CODE
            MOVE RLP-REVISION TO BM-REVISION
            MOVE SPACES TO BM-COMPONENT-CODE
            START BOM KEY >= BM-BOM-KEY
                INVALID KEY
                    MOVE "10" TO WS-BOM-STATUS
            END-START
            IF WS-BOM-STATUS = "00"
                MOVE "N" TO WS-EOF
                PERFORM UNTIL WS-EOF = "Y"
                    READ BOM NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            IF BM-PARENT-CODE NOT = WS-PART-ENTRY
                                    OR BM-REVISION NOT = RLP-REVISION
                                MOVE "Y" TO WS-EOF
                            ELSE
                                IF WS-COPY-COUNT < 50
                                    ADD 1 TO WS-COPY-COUNT
                                    MOVE BM-COMPONENT-CODE TO
                                        WS-CP-COMPONENT(WS-COPY-COUNT)
                                    MOVE BM-QTY-PER TO
                                        WS-CP-QTY-PER(WS-COPY-COUNT)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE BOM.

        COPY-BOM-LINES.
      *     the new revision starts as an exact copy of the one it
      *     replaces - engineering edits only what changes
            OPEN I-O BOM
            IF WS-BOM-STATUS NOT = "00"
                DISPLAY "BOM NOT AVAILABLE - STATUS " WS-BOM-STATUS
                    " - NEW REVISION HAS NO LINES YET"
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-COPY-COUNT
                MOVE WS-PART-ENTRY TO BM-PARENT-CODE
                MOVE WS-REV-ENTRY TO BM-REVISION
                MOVE WS-CP-COMPONENT(WS-IDX) TO BM-COMPONENT-CODE
                MOVE WS-CP-QTY-PER(WS-IDX) TO BM-QTY-PER
                WRITE BOM-RECORD
                    INVALID KEY
                        CONTINUE
                END-WRITE
            END-PERFORM
            CLOSE BOM.

        CAPTURE-AFFECTED-PARTS.
      *     up to five parts, a blank part code ends the list; the
      *     on-hand is read now so the disposition is sized
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
                MOVE SPACES TO EC-AFF-PART(WS-IDX)
                MOVE SPACES TO EC-AFF-DISPOSITION(WS-IDX)
                MOVE ZERO TO EC-AFF-ON-HAND(WS-IDX)
            END-PERFORM
            OPEN INPUT PARTS-MASTER
            MOVE "N" TO WS-EOF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > 5 OR WS-EOF = "Y"
                DISPLAY "AFFECTED PART " WS-IDX
                    " (6 CHARS, BLANK WHEN DONE):"
                ACCEPT EC-AFF-PART(WS-IDX)
                IF EC-AFF-PART(WS-IDX) = SPACES
                    MOVE "Y" TO WS-EOF
                ELSE
                    PERFORM CAPTURE-ONE-DISPOSITION
                END-IF
            END-PERFORM
            IF WS-MASTER-STATUS = "00"
                CLOSE PARTS-MASTER
            END-IF.

        CAPTURE-ONE-DISPOSITION.
            MOVE "N" TO WS-VALID
            PERFORM UNTIL WS-VALID = "Y"
                DISPLAY "  STOCK DISPOSITION - U USE UP, R REWORK,"
                    " S SCRAP:"
                ACCEPT EC-AFF-DISPOSITION(WS-IDX)
                IF EC-AFF-DISPOSITION(WS-IDX) = "U"
                        OR EC-AFF-DISPOSITION(WS-IDX) = "R"
                        OR EC-AFF-DISPOSITION(WS-IDX) = "S"
                    MOVE "Y" TO WS-VALID
                ELSE
                    DISPLAY "  ENTER U, R OR S"
                END-IF
            END-PERFORM
            MOVE ZERO TO EC-AFF-ON-HAND(WS-IDX)
            IF WS-MASTER-STATUS = "00"
                MOVE EC-AFF-PART(WS-IDX) TO PM-PART-CODE
                READ PARTS-MASTER
                    INVALID KEY
                        DISPLAY "  (NOT STOCKED ON PARTS-MASTER)"
                    NOT INVALID KEY
                        MOVE PM-QTY-ON-HAND TO
                            EC-AFF-ON-HAND(WS-IDX)
                        DISPLAY "  ON HAND: " PM-QTY-ON-HAND
                END-READ
            END-IF.

        READ-WANTED-ECO.
      *     every step below starts the same way - the ECO by
      *     number; WS-ECO-STATUS is left "23" when it is not found
            DISPLAY "ENTER ECO NUMBER (8 DIGITS):"
            ACCEPT WS-ECO-ENTRY
            MOVE WS-ECO-ENTRY TO EC-ECO-NO
            READ ECO-FILE
                INVALID KEY
                    DISPLAY "ECO NOT ON FILE"
                    MOVE "23" TO WS-ECO-STATUS
            END-READ.

        CHANGE-AFFECTED-PARTS.
            PERFORM READ-WANTED-ECO
            IF WS-ECO-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            IF EC-STATUS NOT = "OPEN"
                DISPLAY "ECO IS " EC-STATUS
                    " - AFFECTED PARTS ARE CLOSED"
                EXIT PARAGRAPH
            END-IF
            IF EC-ENG-APPROVED-BY NOT = SPACES
                    OR EC-QA-APPROVED-BY NOT = SPACES
                DISPLAY "ECO HAS A SIGN-OFF - REJECT IT AND OPEN"
                    " A NEW ONE TO CHANGE WHAT WAS SIGNED"
                EXIT PARAGRAPH
            END-IF
            PERFORM SHOW-AFFECTED-PARTS
            DISPLAY "RE-ENTER THE AFFECTED PARTS:"
            PERFORM CAPTURE-AFFECTED-PARTS
            REWRITE ECO-RECORD
            DISPLAY "ECO " EC-ECO-NO " AFFECTED PARTS UPDATED".

        APPROVE-ECO.
      *     the originator cannot approve their own change, and the
      *     engineering and quality sign-offs must come from two
      *     different people
            PERFORM READ-WANTED-ECO
            IF WS-ECO-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            IF EC-STATUS NOT = "OPEN"
                DISPLAY "ECO IS " EC-STATUS " - NOTHING TO APPROVE"
                EXIT PARAGRAPH
            END-IF
            IF EC-OPENED-BY = WS-OPERATOR-ID
                DISPLAY "REJECTED: THE ORIGINATOR CANNOT APPROVE"
                    " THEIR OWN ECO"
                EXIT PARAGRAPH
            END-IF
            PERFORM COUNT-NEW-REVISION-LINES
            IF WS-NEW-LINES = ZERO
                DISPLAY "REJECTED: REVISION " EC-NEW-REVISION
                    " HAS NO BOM LINES"
                EXIT PARAGRAPH
            END-IF

            PERFORM SHOW-ECO
            DISPLAY "SIGN OFF FOR E ENGINEERING OR Q QUALITY:"
            ACCEPT WS-ANSWER
            EVALUATE TRUE
                WHEN WS-ANSWER = "E" OR WS-ANSWER = "e"
                    IF EC-ENG-APPROVED-BY NOT = SPACES
                        DISPLAY "ENGINEERING ALREADY SIGNED BY "
                            EC-ENG-APPROVED-BY
                        EXIT PARAGRAPH
                    END-IF
                    IF EC-QA-APPROVED-BY = WS-OPERATOR-ID
                        DISPLAY "REJECTED: YOU SIGNED FOR QUALITY"
                        EXIT PARAGRAPH
                    END-IF
                    MOVE WS-OPERATOR-ID TO EC-ENG-APPROVED-BY
                    MOVE WS-TODAY-DATE TO EC-ENG-APPROVED-DATE
                WHEN WS-ANSWER = "Q" OR WS-ANSWER = "q"
                    IF EC-QA-APPROVED-BY NOT = SPACES
                        DISPLAY "QUALITY ALREADY SIGNED BY "
                            EC-QA-APPROVED-BY
                        EXIT PARAGRAPH
                    END-IF
                    IF EC-ENG-APPROVED-BY = WS-OPERATOR-ID
                        DISPLAY "REJECTED: YOU SIGNED FOR"
                            " ENGINEERING"
                        EXIT PARAGRAPH
                    END-IF
                    MOVE WS-OPERATOR-ID TO EC-QA-APPROVED-BY
                    MOVE WS-TODAY-DATE TO EC-QA-APPROVED-DATE
                WHEN OTHER
                    DISPLAY "NOTHING SIGNED"
                    EXIT PARAGRAPH
            END-EVALUATE

            IF EC-ENG-APPROVED-BY = SPACES
                    OR EC-QA-APPROVED-BY = SPACES
                REWRITE ECO-RECORD
                DISPLAY "ECO " EC-ECO-NO " SIGNED BY "
                    WS-OPERATOR-ID " - WAITING ON THE OTHER SIGN-OFF"
                EXIT PARAGRAPH
            END-IF

      *     both signatures in - the revision is released. An
      *     effective date that passed while the ECO waited moves
      *     up to today, so no lot already built changes revision.
            IF EC-EFFECTIVE-DATE < WS-TODAY-DATE
                DISPLAY "EFFECTIVE DATE " EC-EFFECTIVE-DATE
                    " HAS PASSED - EFFECTIVE FROM TODAY"
                MOVE WS-TODAY-DATE TO EC-EFFECTIVE-DATE
            END-IF
            MOVE "APPRVD" TO EC-STATUS
            REWRITE ECO-RECORD
            PERFORM RELEASE-REVISION
            DISPLAY "ECO " EC-ECO-NO " APPROVED - REVISION "
                EC-NEW-REVISION " OF " EC-PART-CODE
                " EFFECTIVE " EC-EFFECTIVE-DATE
            DISPLAY "STOCK DISPOSITIONS TO CARRY OUT:"
            PERFORM SHOW-AFFECTED-PARTS.

        COUNT-NEW-REVISION-LINES.
            MOVE ZERO TO WS-NEW-LINES
            OPEN INPUT BOM
            IF WS-BOM-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE EC-PART-CODE TO BM-PARENT-CODE
            MOVE EC-NEW-REVISION TO BM-REVISION
            MOVE SPACES TO BM-COMPONENT-CODE
            START BOM KEY >= BM-BOM-KEY
                INVALID KEY
                    MOVE "10" TO WS-BOM-STATUS
            END-START
            IF WS-BOM-STATUS = "00"
                MOVE "N" TO WS-EOF
                PERFORM UNTIL WS-EOF = "Y"
                    READ BOM NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            IF BM-PARENT-CODE = EC-PART-CODE
                                    AND BM-REVISION = EC-NEW-REVISION
                                ADD 1 TO WS-NEW-LINES
                            ELSE
                                MOVE "Y" TO WS-EOF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE BOM.

        RELEASE-REVISION.
            MOVE EC-PART-CODE TO PRV-PART-CODE
            MOVE EC-NEW-REVISION TO PRV-REVISION
            READ PART-REVISION
                INVALID KEY
                    DISPLAY "REVISION RECORD MISSING - STATUS "
                        WS-REV-STATUS
                    EXIT PARAGRAPH
            END-READ
            MOVE "RELSD" TO PRV-STATUS
            MOVE EC-EFFECTIVE-DATE TO PRV-EFFECTIVE-DATE
            MOVE WS-TODAY-DATE TO PRV-RELEASED-DATE
            REWRITE PART-REVISION-RECORD

      *     the assembly's master record shows the revision the
      *     shop is moving to - a part never stocked has none yet
            OPEN I-O PARTS-MASTER
            IF WS-MASTER-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE EC-PART-CODE TO PM-PART-CODE
            READ PARTS-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE EC-NEW-REVISION TO PM-REVISION
                    REWRITE PARTS-MASTER-RECORD
            END-READ
            CLOSE PARTS-MASTER.

        CLOSE-ECO-UNAPPROVED.
      *     rejecting a change is the supervisor's call; anyone
      *     at maintenance level may withdraw (cancel) one
            PERFORM READ-WANTED-ECO
            IF WS-ECO-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            IF EC-STATUS NOT = "OPEN"
                DISPLAY "ECO IS " EC-STATUS " - ALREADY CLOSED"
                EXIT PARAGRAPH
            END-IF
            DISPLAY "R REJECT OR C CANCEL ECO " EC-ECO-NO ":"
            ACCEPT WS-ANSWER
            EVALUATE TRUE
                WHEN WS-ANSWER = "R" OR WS-ANSWER = "r"
                    IF WS-AUTH-LEVEL < REVIEW-AUTH-LEVEL
                        DISPLAY "NOT AUTHORIZED - REJECTION NEEDS"
                            " LEVEL " REVIEW-AUTH-LEVEL
                        EXIT PARAGRAPH
                    END-IF
                    MOVE "REJECT" TO EC-STATUS
                WHEN WS-ANSWER = "C" OR WS-ANSWER = "c"
                    MOVE "CANCEL" TO EC-STATUS
                WHEN OTHER
                    DISPLAY "ECO UNCHANGED"
                    EXIT PARAGRAPH
            END-EVALUATE
            MOVE WS-OPERATOR-ID TO EC-CLOSED-BY
            MOVE WS-TODAY-DATE TO EC-CLOSED-DATE
            REWRITE ECO-RECORD

      *     the pending revision is never built - its lines stay
      *     on BOM.DAT, frozen, as the record of what was proposed
            MOVE EC-PART-CODE TO PRV-PART-CODE
            MOVE EC-NEW-REVISION TO PRV-REVISION
            READ PART-REVISION
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "CANCL" TO PRV-STATUS
                    REWRITE PART-REVISION-RECORD
            END-READ
            DISPLAY "ECO " EC-ECO-NO " " EC-STATUS " BY "
                EC-CLOSED-BY " - REVISION " EC-NEW-REVISION
                " WILL NOT BE BUILT".

        INQUIRE-ECO.
            PERFORM READ-WANTED-ECO
            IF WS-ECO-STATUS = "00"
                PERFORM SHOW-ECO
                PERFORM SHOW-AFFECTED-PARTS
            END-IF.

        SHOW-ECO.
            DISPLAY "ECO: " EC-ECO-NO " STATUS: " EC-STATUS
                " OPENED " EC-OPEN-DATE " BY " EC-OPENED-BY
            DISPLAY "PART: " EC-PART-CODE " REVISION "
                EC-OLD-REVISION " -> " EC-NEW-REVISION
                " EFFECTIVE " EC-EFFECTIVE-DATE
            DISPLAY "CHANGE: " EC-DESCRIPTION
            IF EC-ENG-APPROVED-BY NOT = SPACES
                DISPLAY "ENGINEERING APPROVAL: " EC-ENG-APPROVED-BY
                    " ON " EC-ENG-APPROVED-DATE
            END-IF
            IF EC-QA-APPROVED-BY NOT = SPACES
                DISPLAY "QUALITY APPROVAL: " EC-QA-APPROVED-BY
                    " ON " EC-QA-APPROVED-DATE
            END-IF
            IF EC-CLOSED-BY NOT = SPACES
                DISPLAY "CLOSED " EC-CLOSED-DATE " BY " EC-CLOSED-BY
            END-IF.

        SHOW-AFFECTED-PARTS.
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
                IF EC-AFF-PART(WS-IDX) NOT = SPACES
                    EVALUATE EC-AFF-DISPOSITION(WS-IDX)
                        WHEN "U"
                            MOVE "USE UP" TO WS-DISP-TEXT
                        WHEN "R"
                            MOVE "REWORK" TO WS-DISP-TEXT
                        WHEN "S"
                            MOVE "SCRAP" TO WS-DISP-TEXT
                        WHEN OTHER
                            MOVE "NONE" TO WS-DISP-TEXT
                    END-EVALUATE
                    DISPLAY "  AFFECTED " EC-AFF-PART(WS-IDX)
                        " " WS-DISP-TEXT
                        " ON HAND AT OPEN " EC-AFF-ON-HAND(WS-IDX)
                END-IF
            END-PERFORM.

        LIST-PART-ECOS.
            DISPLAY "ENTER PART CODE (6 CHARS):"
            ACCEPT WS-PART-ENTRY
            MOVE ZERO TO WS-LISTED-COUNT
            MOVE ZERO TO EC-ECO-NO
            START ECO-FILE KEY >= EC-ECO-NO
                INVALID KEY
                    DISPLAY "NO ECOS ON FILE"
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-EOF
            PERFORM UNTIL WS-EOF = "Y"
                READ ECO-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF EC-PART-CODE = WS-PART-ENTRY
                            DISPLAY "  ECO " EC-ECO-NO " "
                                EC-STATUS " REV " EC-OLD-REVISION
                                " -> " EC-NEW-REVISION
                                " EFF " EC-EFFECTIVE-DATE
                            DISPLAY "      " EC-DESCRIPTION
                            ADD 1 TO WS-LISTED-COUNT
                        END-IF
                END-READ
            END-PERFORM
            IF WS-LISTED-COUNT = ZERO
                DISPLAY "NO ECOS ON FILE FOR " WS-PART-ENTRY
            END-IF.

            END PROGRAM ECO-MAINTENANCE.
