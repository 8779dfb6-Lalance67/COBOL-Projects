      *     material shows up, and leave the effective-dated history
      *     entry MATERIAL-RATE-MAINTENANCE would have written
            MOVE WS-CSV-CODE(1:3) TO MR-MATERIAL-CODE
      *     the spreadsheet carries price only - keep the plate
      *     weight already on file for a material we know
            READ MATERIAL-RATES
                INVALID KEY
                    MOVE ZERO TO MR-WEIGHT-PER-SQIN
            END-READ
            MOVE WS-PARSED-RATE TO MR-RATE-PER-SQIN
            WRITE MATERIAL-RATES-RECORD
                INVALID KEY
