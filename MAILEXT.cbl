              SELECT CorrLogFile ASSIGN TO "corrlog.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS IS SEQUENTIAL.
              SELECT OPTIONAL CustSegFile ASSIGN TO "custseg.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SgIDNum.
              SELECT MailSegFile ASSIGN TO "mailseg.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS MailSegStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  CustomerFile.
                   88  ClSent         VALUE SPACE.
                   88  ClDoNotMail    VALUE 'D'.
                   88  ClBadAddress   VALUE 'B'.
                   88  ClBounced      VALUE 'R'.
               02  ClChannel          PIC X.
                   88  ClByPost       VALUE SPACE.
                   88  ClByEmail      VALUE 'E'.
       FD  CustSegFile.
       01  CustSegData.
               02  SgIDNum            PIC 9(6).
               02  SgCode             PIC X(5).
                   88  SegChampion    VALUE "CHAMP".
                   88  SegLoyal       VALUE "LOYAL".
                   88  SegNew         VALUE "NEW".
                   88  SegAtRisk      VALUE "ATRSK".
                   88  SegLost        VALUE "LOST".
                   88  SegRegular     VALUE "REGLR".
                   88  SegNoPurchase  VALUE "NOBUY".
               02  SgRecency          PIC 9.
               02  SgFrequency        PIC 9.
               02  SgMonetary         PIC 9.
               02  SgLastOrder        PIC 9(8).
               02  SgOrderCount       PIC 9(5).
               02  SgInvoiced         PIC S9(9)V99.
               02  SgPrevCode         PIC X(5).
               02  SgScoreDate        PIC 9(8).
       FD  MailSegFile.
       01  MailSegRecord.
               02  MsSegCode          PIC X(5).
       SD  SortWork.
       01  SortData.
               02  SortCity           PIC X(15).
               02  CtlRecMTDDeletes   PIC 9(6).
       WORKING-STORAGE SECTION.
       01  CtlFileStatus              PIC XX.
       01  MailSegStatus              PIC XX.
       01  SegFoundFlag               PIC X.
       01  SegSelectedFlag            PIC X.
       01  SegSkippedCount            PIC 9(6) VALUE 0.
       01  SelIdx                     PIC 99.
       01  SelTable.
               02  SelCount           PIC 99 VALUE 0.
               02  SelSegCode         PIC X(5) OCCURS 20 TIMES.
       01  EndOfFileFlag              PIC X VALUE 'N'.
       01  ExtractedCount             PIC 9(6) VALUE 0.
       01  SkippedMailFlag            PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       Mainline.
           DISPLAY "MAILING LABEL EXTRACT BY CITY".
           PERFORM LoadSegmentSelection.
           PERFORM ExtractMailableCustomers.
           SORT SortWork ON ASCENDING KEY SortCity SortLastName
                                          SortFirstName
           PERFORM ReadControlActiveCount.
           DISPLAY "Labels Written      : " LabelCount
           DISPLAY "Do-Not-Mail Skipped : " SkippedMailFlag
           IF SelCount > 0
               DISPLAY "Other Segments      : " SegSkippedCount
           END-IF
           DISPLAY "Control Active Count: " CtlActiveCount
           DISPLAY "END OF MAILING LABEL EXTRACT".
           STOP RUN.
           OPEN INPUT CustomerFile.
           OPEN OUTPUT ExtractFile.
           OPEN EXTEND CorrLogFile.
           OPEN INPUT CustSegFile.
           MOVE ZEROS TO IDNum.
           START CustomerFile KEY IS NOT LESS THAN IDNum
               INVALID KEY MOVE 'Y' TO EndOfFileFlag
                   AT END MOVE 'Y' TO EndOfFileFlag
               END-READ
               IF EndOfFileFlag = 'N' AND RecordActive
                   PERFORM CheckSegmentSelected
               END-IF
               IF EndOfFileFlag = 'N' AND RecordActive
                       AND SegSelectedFlag = 'Y'
                   IF DoNotMail OR AddrBad
                       ADD 1 TO SkippedMailFlag
                       IF DoNotMail
           CLOSE CustomerFile.
           CLOSE ExtractFile.
           CLOSE CorrLogFile.
           CLOSE CustSegFile.
      * mailseg.dat lists the RFM segment codes to mail, one to a line.
      * Without it every active customer is mailed as before.
       LoadSegmentSelection.
           OPEN INPUT MailSegFile.
           IF MailSegStatus = "00"
               PERFORM UNTIL MailSegStatus NOT = "00"
                   READ MailSegFile
                       AT END MOVE "10" TO MailSegStatus
                   END-READ
                   IF MailSegStatus = "00" AND MsSegCode NOT = SPACES
                           AND SelCount < 20
                       ADD 1 TO SelCount
                       MOVE FUNCTION UPPER-CASE(MsSegCode)
                           TO SelSegCode(SelCount)
                   END-IF
               END-PERFORM
               CLOSE MailSegFile
           END-IF.
           IF SelCount > 0
               DISPLAY "Segments Selected   : " WITH NO ADVANCING
               PERFORM VARYING SelIdx FROM 1 BY 1
                       UNTIL SelIdx > SelCount
                   DISPLAY SelSegCode(SelIdx) " " WITH NO ADVANCING
               END-PERFORM
               DISPLAY " "
           END-IF.
       CheckSegmentSelected.
           MOVE 'Y' TO SegSelectedFlag.
           IF SelCount > 0
               MOVE 'N' TO SegSelectedFlag
               MOVE IDNum TO SgIDNum
               MOVE 'Y' TO SegFoundFlag
               READ CustSegFile
                   INVALID KEY MOVE 'N' TO SegFoundFlag
               END-READ
               IF SegFoundFlag = 'Y'
                   PERFORM VARYING SelIdx FROM 1 BY 1
                           UNTIL SelIdx > SelCount
                       IF SgCode = SelSegCode(SelIdx)
                           MOVE 'Y' TO SegSelectedFlag
                       END-IF
                   END-PERFORM
               END-IF
               IF SegSelectedFlag = 'N'
                   ADD 1 TO SegSkippedCount
               END-IF
           END-IF.
       WriteCorrLogEntry.
           MOVE IDNum TO ClIDNum.
           MOVE "LABEL" TO ClDocType.
           MOVE TodayDateNum TO ClDate.
           MOVE SPACES TO ClRef.
           SET ClByPost TO TRUE.
           WRITE CorrLogRecord.
       WriteLabels.
           OPEN OUTPUT LabelFile.
