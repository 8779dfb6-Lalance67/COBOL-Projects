      * their existing BATCH-MODE, skipping the interactive [I]/[B]
      * mode prompt - MENU-DRIVER's plain CALL "CIRCUMFERENCE" is left
      * completely untouched and still gets the prompt as before.
      * NCR-AGING-REPORT runs alongside them and its open-NCR aging
      * list closes out the printout as the quality section.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. DAILY-SHOP-REPORT.

                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRIANGLE-STATUS.

      *     the open-NCR aging list NCR-AGING-REPORT writes fresh
      *     each morning - the quality page of the packet
            SELECT NCR-AGING-RPT ASSIGN TO "NCR-AGING-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NCR-STATUS.

            SELECT DAILY-REPORT ASSIGN TO "DAILY-SHOP-REPORT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DAILY-STATUS.
        FD  TRIANGLE-REPORT.
        01  TRIANGLE-REPORT-LINE     PIC X(80).

        FD  NCR-AGING-RPT.
        01  NCR-AGING-LINE           PIC X(120).

        FD  DAILY-REPORT.
        01  DAILY-REPORT-LINE        PIC X(180).

        01 WS-CIRC-STATUS        PIC XX.
        01 WS-TRIANGLE-STATUS    PIC XX.
        01 WS-DAILY-STATUS       PIC XX.
        01 WS-NCR-STATUS         PIC XX.
        01 WS-EOF                PIC X VALUE "N".
        01 WS-RUN-TIMESTAMP      PIC X(21).
        01 WS-RUN-DATE           PIC 9(8).
      *     time either one is copied into the consolidated report
            CALL "CIRCUMFERENCE-BATCH"
            CALL "HYPOTENUSE-BATCH"
            CALL "NCR-AGING-REPORT"

            MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
            MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE
            PERFORM WRITE-DAILY-HEADER
            PERFORM COPY-CIRC-SECTION
            PERFORM COPY-TRIANGLE-SECTION
            PERFORM COPY-NCR-SECTION
            CLOSE DAILY-REPORT

            MOVE "DAILY-SHOP-REPORT" TO SPP-REPORT-NAME
                        WRITE DAILY-REPORT-LINE
                END-READ
            END-PERFORM
            CLOSE TRIANGLE-REPORT

            MOVE SPACES TO DAILY-REPORT-LINE
            WRITE DAILY-REPORT-LINE.

        COPY-NCR-SECTION.
      *     open nonconformance reports and how long each has sat -
      *     the quality auditor asks for exactly this page
            MOVE SPACES TO DAILY-REPORT-LINE
            STRING "===== OPEN NCR AGING SECTION ====="
                   DELIMITED BY SIZE INTO DAILY-REPORT-LINE
            WRITE DAILY-REPORT-LINE

            MOVE "N" TO WS-EOF
            OPEN INPUT NCR-AGING-RPT
            IF WS-NCR-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL WS-EOF = "Y"
                READ NCR-AGING-RPT
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        MOVE SPACES TO DAILY-REPORT-LINE
                        MOVE NCR-AGING-LINE TO DAILY-REPORT-LINE
                        WRITE DAILY-REPORT-LINE
                END-READ
            END-PERFORM
            CLOSE NCR-AGING-RPT.
