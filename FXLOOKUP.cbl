       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXLOOKUP.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL FxRateFile ASSIGN TO "fxrate.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FxRateKey.
       DATA DIVISION.
       FILE SECTION.
       FD  FxRateFile.
       01  FxRateData.
               02  FxRateKey.
                   03  FxCurrency     PIC X(3).
                   03  FxEffDate      PIC 9(8).
               02  FxRate             PIC 9(3)V9(6).
       WORKING-STORAGE SECTION.
       01  RateEOFFlag                PIC X.
       LINKAGE SECTION.
       01  FxlCurrency                PIC X(3).
       01  FxlDate                    PIC 9(8).
       01  FxlRate                    PIC 9(3)V9(6).
       01  FxlFound                   PIC X.
      * Returns the rate in force for the currency on the given date:
      * the latest rate whose effective date is not after it. Rates
      * are home currency per one unit of the foreign currency.
       PROCEDURE DIVISION USING FxlCurrency, FxlDate, FxlRate,
               FxlFound.
       FxLookupMain.
           MOVE 'N' TO FxlFound.
           MOVE ZEROS TO FxlRate.
           OPEN INPUT FxRateFile.
           MOVE FxlCurrency TO FxCurrency.
           MOVE ZEROS TO FxEffDate.
           MOVE 'N' TO RateEOFFlag.
           START FxRateFile KEY IS NOT LESS THAN FxRateKey
               INVALID KEY MOVE 'Y' TO RateEOFFlag
           END-START.
           PERFORM UNTIL RateEOFFlag = 'Y'
               READ FxRateFile NEXT RECORD
                   AT END MOVE 'Y' TO RateEOFFlag
               END-READ
               IF RateEOFFlag = 'N'
                   IF FxCurrency NOT = FxlCurrency
                           OR FxEffDate > FxlDate
                       MOVE 'Y' TO RateEOFFlag
                   ELSE
                       MOVE FxRate TO FxlRate
                       MOVE 'Y' TO FxlFound
                   END-IF
               END-IF
           END-PERFORM.
           IF FxlRate = ZEROS
               MOVE 'N' TO FxlFound
           END-IF.
           CLOSE FxRateFile.
           GOBACK.
