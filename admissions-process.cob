      * decision-letter rows for the mail merge like the honor-roll
      * notices. The companion WAITLIST-PROMOTE subprogram below is
      * what STUDENT-MAINTENANCE calls after a delete so the head
      * of the waitlist promotes automatically. Both keep the full
      * name the master has no room for on STUDENT-NAME, for the
      * diploma.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ADMISSIONS-PROCESS.

                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NOTICE-STATUS.

            SELECT STUDENT-NAME ASSIGN TO "STUDENT-NAME.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SN-STUDENT-ID
                FILE STATUS IS WS-NAME-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  APPLICANT-IN.
        FD  ADMISSION-NOTICE.
        01  ADMISSION-NOTICE-LINE   PIC X(80).

        FD  STUDENT-NAME.
            COPY "STUDENT-NAME-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-APPLICANT-STATUS   PIC XX.
        01 WS-STUDENT-STATUS     PIC XX.
        01 WS-WAITLIST-STATUS    PIC XX.
        01 WS-NOTICE-STATUS      PIC XX.
        01 WS-NAME-STATUS        PIC XX.
        01 WS-EOF                PIC X VALUE "N".
        01 WS-TODAY-TIMESTAMP    PIC X(21).
        01 WS-TICKET-NO          PIC 9(8).
                GOBACK
            END-IF

      *     the full name the master's five characters cannot hold -
      *     created on first use like the master above
            OPEN I-O STUDENT-NAME
            IF WS-NAME-STATUS = "35"
                OPEN OUTPUT STUDENT-NAME
                CLOSE STUDENT-NAME
                OPEN I-O STUDENT-NAME
            END-IF

            PERFORM READ-CLASS-CAPACITY
            PERFORM COUNT-STUDENTS-ON-FILE
            PERFORM FIND-NEXT-WAITLIST-SEQ

            CLOSE APPLICANT-IN
            CLOSE STUDENT-MASTER
            CLOSE STUDENT-NAME
            CLOSE WAITLIST
            CLOSE ADMISSION-NOTICE

                    MOVE "ACCEPTED" TO WS-DECISION
                    ADD 1 TO WS-ACCEPTED-COUNT
                    ADD 1 TO WS-ON-FILE-COUNT
                    PERFORM WRITE-STUDENT-NAME
      *             the required-shots gate - an accepted applicant
      *             with no shot record seats provisionally, and
      *             the nurse's overdue report carries them until
                    END-IF
            END-WRITE.

        WRITE-STUDENT-NAME.
            MOVE SM-STUDENT-ID TO SN-STUDENT-ID
            MOVE PERSON-NAME TO SN-NAME
            MOVE "ADMISSIONS" TO SN-UPDATED-BY
            MOVE WS-TODAY-TIMESTAMP(1:8) TO SN-UPDATED-DATE
            WRITE STUDENT-NAME-RECORD
                INVALID KEY
                    REWRITE STUDENT-NAME-RECORD
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
            END-WRITE.

        WAITLIST-APPLICANT.
            ADD 1 TO WS-NEXT-WL-SEQ
            MOVE WS-NEXT-WL-SEQ TO WL-SEQ
                    WITH DUPLICATES
                FILE STATUS IS WS-STUDENT-STATUS.

            SELECT STUDENT-NAME ASSIGN TO "STUDENT-NAME.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SN-STUDENT-ID
                FILE STATUS IS WS-NAME-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  WAITLIST.
        FD  STUDENT-MASTER.
            COPY "STUDENT-RECORD.cpy".

        FD  STUDENT-NAME.
            COPY "STUDENT-NAME-RECORD.cpy".

        WORKING-STORAGE SECTION.
        01 WS-WAITLIST-STATUS    PIC XX.
        01 WS-NEW-STATUS         PIC XX.
        01 WS-STUDENT-STATUS     PIC XX.
        01 WS-NAME-STATUS        PIC XX.
        01 WS-EOF                PIC X VALUE "N".
        01 WS-TOOK-HEAD          PIC X.
        01 WS-TICKET-NO          PIC 9(8).
            WRITE STUDENT-MASTER-RECORD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM WRITE-STUDENT-NAME
            END-WRITE
            CLOSE STUDENT-MASTER.

        WRITE-STUDENT-NAME.
      *     the waitlist kept the whole PERSON-NAME; the master only
      *     has room for five characters of it
            OPEN I-O STUDENT-NAME
            IF WS-NAME-STATUS = "35"
                OPEN OUTPUT STUDENT-NAME
                CLOSE STUDENT-NAME
                OPEN I-O STUDENT-NAME
            END-IF
            MOVE SM-STUDENT-ID TO SN-STUDENT-ID
            MOVE WS-HEAD-NAME TO SN-NAME
            MOVE "WAITLIST" TO SN-UPDATED-BY
            MOVE WS-TODAY-TIMESTAMP(1:8) TO SN-UPDATED-DATE
            WRITE STUDENT-NAME-RECORD
                INVALID KEY
                    REWRITE STUDENT-NAME-RECORD
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
            END-WRITE
            CLOSE STUDENT-NAME.

        REWRITE-WAITLIST-FILE.
      *     copy the headless list back over the live one
            MOVE "N" TO WS-EOF
