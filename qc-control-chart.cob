      * is scrap. Two passes over the results file: the first
      * derives the mean and the spread (standard deviation through
      * the shared MATH-SQRT), the second walks the points in order.
      * Each point shows the tool that made the part, and a closing
      * by-tool summary sets each tool's mean against the chart's,
      * so drift can be traced to the insert or die behind it.
        IDENTIFICATION DIVISION.
        PROGRAM-ID. QC-CONTROL-CHART.

        01 WS-UCL-DISP           PIC ZZZ9.999.
        01 WS-LCL-DISP           PIC -ZZZ9.999.

      * points by the tool that made them - QR-TOOL-ID, spaces when
      * the inspection named no tool
        78 MAX-CHART-TOOLS       VALUE 30.
        01 WS-TOOL-COUNT         PIC 9(2) VALUE ZERO.
        01 WS-TOOL-IDX           PIC 9(2).
        01 WS-TOOL-FOUND         PIC 9(2).
        01 WS-TOOL-TABLE.
            05 WS-TOOL-ENTRY OCCURS 30 TIMES.
                10 WS-TT-TOOL-ID     PIC X(8).
                10 WS-TT-POINTS      PIC 9(5).
                10 WS-TT-SUM         PIC 9(9)V999.
                10 WS-TT-BEYOND      PIC 9(4).
        01 WS-POINT-TOOL         PIC X(8).
        01 WS-TOOL-MEAN          PIC 9(3)V999.
        01 WS-TOOL-SHIFT         PIC S9(3)V999.
        01 WS-SHIFT-DISP         PIC -ZZ9.999.
        01 WS-POINTS-DISP        PIC ZZZZ9.
        01 WS-BEYOND-DISP        PIC ZZZ9.

      * parameters for the shared MATH-LIB square-root routine, same
      * COPY HYPOTENUSE.cob uses
        COPY "MATH-UNARY-PARAMS.cpy" REPLACING ==:PFX:== BY ==MLS==.
            END-PERFORM
            CLOSE QC-RESULTS

            PERFORM WRITE-TOOL-SUMMARY
            CLOSE CONTROL-CHART.

        CHART-ONE-POINT.
            COMPUTE WS-RUN-MEAN ROUNDED =
                WS-RUN-SUM / WS-RUN-COUNT

            IF QR-TOOL-ID = SPACES OR QR-TOOL-ID = LOW-VALUES
                MOVE "(NONE)" TO WS-POINT-TOOL
            ELSE
                MOVE QR-TOOL-ID TO WS-POINT-TOOL
            END-IF
            PERFORM FIND-POINT-TOOL

            MOVE QR-MEASURED TO WS-MEAS-DISP
            MOVE WS-RUN-MEAN TO WS-MEAN-DISP
            MOVE SPACES TO CONTROL-CHART-LINE
                       " " QR-INSPECT-DATE
                       " MEASURED " WS-MEAS-DISP
                       " RUN-MEAN " WS-MEAN-DISP
                       " TOOL " WS-POINT-TOOL
                       " *** BEYOND CONTROL LIMIT ***"
                       DELIMITED BY SIZE INTO CONTROL-CHART-LINE
                ADD 1 TO WS-BEYOND-COUNT
                IF WS-TOOL-FOUND > ZERO
                    ADD 1 TO WS-TT-BEYOND(WS-TOOL-FOUND)
                END-IF
            ELSE
                STRING "POINT " WS-RUN-COUNT
                       " " QR-INSPECT-DATE
                       " MEASURED " WS-MEAS-DISP
                       " RUN-MEAN " WS-MEAN-DISP
                       " TOOL " WS-POINT-TOOL
                       DELIMITED BY SIZE INTO CONTROL-CHART-LINE
            END-IF
            WRITE CONTROL-CHART-LINE.

        FIND-POINT-TOOL.
      *     tally the point under its tool - a tool past the table's
      *     room still charts, it just misses the summary
            MOVE ZERO TO WS-TOOL-FOUND
            PERFORM VARYING WS-TOOL-IDX FROM 1 BY 1
                    UNTIL WS-TOOL-IDX > WS-TOOL-COUNT
                IF WS-TT-TOOL-ID(WS-TOOL-IDX) = WS-POINT-TOOL
                    MOVE WS-TOOL-IDX TO WS-TOOL-FOUND
                END-IF
            END-PERFORM
            IF WS-TOOL-FOUND = ZERO
                IF WS-TOOL-COUNT >= MAX-CHART-TOOLS
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-TOOL-COUNT
                MOVE WS-TOOL-COUNT TO WS-TOOL-FOUND
                MOVE WS-POINT-TOOL TO WS-TT-TOOL-ID(WS-TOOL-FOUND)
                MOVE ZERO TO WS-TT-POINTS(WS-TOOL-FOUND)
                    WS-TT-SUM(WS-TOOL-FOUND)
                    WS-TT-BEYOND(WS-TOOL-FOUND)
            END-IF
            ADD 1 TO WS-TT-POINTS(WS-TOOL-FOUND)
            ADD QR-MEASURED TO WS-TT-SUM(WS-TOOL-FOUND).

        WRITE-TOOL-SUMMARY.
      *     each tool's mean against the chart mean - the tool whose
      *     parts sit off-center, or carry the out-of-limit points,
      *     is the one to pull and recondition
            MOVE SPACES TO CONTROL-CHART-LINE
            WRITE CONTROL-CHART-LINE
            MOVE SPACES TO CONTROL-CHART-LINE
            STRING "BY TOOL     POINTS     MEAN   SHIFT  BEYOND"
                   DELIMITED BY SIZE INTO CONTROL-CHART-LINE
            WRITE CONTROL-CHART-LINE

            PERFORM VARYING WS-TOOL-IDX FROM 1 BY 1
                    UNTIL WS-TOOL-IDX > WS-TOOL-COUNT
                COMPUTE WS-TOOL-MEAN ROUNDED =
                    WS-TT-SUM(WS-TOOL-IDX) / WS-TT-POINTS(WS-TOOL-IDX)
                COMPUTE WS-TOOL-SHIFT = WS-TOOL-MEAN - WS-MEAN
                MOVE WS-TT-POINTS(WS-TOOL-IDX) TO WS-POINTS-DISP
                MOVE WS-TOOL-MEAN TO WS-MEAN-DISP
                MOVE WS-TOOL-SHIFT TO WS-SHIFT-DISP
                MOVE WS-TT-BEYOND(WS-TOOL-IDX) TO WS-BEYOND-DISP
                MOVE SPACES TO CONTROL-CHART-LINE
                STRING WS-TT-TOOL-ID(WS-TOOL-IDX)
                       "   " WS-POINTS-DISP
                       "  " WS-MEAN-DISP
                       " " WS-SHIFT-DISP
                       "    " WS-BEYOND-DISP
                       DELIMITED BY SIZE INTO CONTROL-CHART-LINE
                WRITE CONTROL-CHART-LINE
            END-PERFORM.

            END PROGRAM QC-CONTROL-CHART.
