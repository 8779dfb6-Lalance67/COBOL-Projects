      * PART-REVISION-LOOKUP - the shared answer to "which revision
      * of this assembly do we build on this date". PART-REVISION
      * keeps one row per revision of a part; the revision in force
      * on a day is the released row with the latest effective date
      * not after it. Pending and cancelled revisions never count.
      * ASSEMBLY-BUILD, WORK-ORDER-ENTRY, MRP-RUN, PICK-LIST-GENERATE
      * and LOT-TRACKING all come through here so the parts picked,
      * the parts consumed and the revision stamped on the lot agree.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PART-REVISION-LOOKUP.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PART-REVISION ASSIGN TO "PART-REVISION.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PRV-REVISION-KEY
                FILE STATUS IS WS-REV-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  PART-REVISION.
            COPY "PART-REVISION-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-REV-STATUS         PIC XX.
        01 WS-EOF                PIC X.
        01 WS-BEST-DATE          PIC 9(8).

        LINKAGE SECTION.
            COPY "REVISION-LOOKUP-PARAMS.cpy".

        PROCEDURE DIVISION USING REVISION-LOOKUP-PARAMS.
            MOVE SPACES TO RLP-REVISION
            MOVE ZERO TO RLP-ECO-NO
            MOVE "N" TO RLP-FOUND
            MOVE ZERO TO WS-BEST-DATE

            OPEN INPUT PART-REVISION
            IF WS-REV-STATUS NOT = "00"
                GOBACK
            END-IF

      *     a part's revisions sit together in revision-code order,
      *     which need not be effective-date order - walk them all
      *     and keep the released one latest in effect by the date
            MOVE RLP-PART-CODE TO PRV-PART-CODE
            MOVE SPACES TO PRV-REVISION
            START PART-REVISION KEY >= PRV-REVISION-KEY
                INVALID KEY
                    MOVE "10" TO WS-REV-STATUS
            END-START

            IF WS-REV-STATUS = "00"
                MOVE "N" TO WS-EOF
                PERFORM UNTIL WS-EOF = "Y"
                    READ PART-REVISION NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            IF PRV-PART-CODE NOT = RLP-PART-CODE
                                MOVE "Y" TO WS-EOF
                            ELSE
                                IF PRV-STATUS = "RELSD"
                                        AND PRV-EFFECTIVE-DATE
                                            NOT > RLP-AS-OF-DATE
                                        AND PRV-EFFECTIVE-DATE
                                            NOT < WS-BEST-DATE
                                    MOVE PRV-EFFECTIVE-DATE
                                        TO WS-BEST-DATE
                                    MOVE PRV-REVISION TO RLP-REVISION
                                    MOVE PRV-ECO-NO TO RLP-ECO-NO
                                    MOVE "Y" TO RLP-FOUND
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF

            CLOSE PART-REVISION
            GOBACK.

        END PROGRAM PART-REVISION-LOOKUP.
