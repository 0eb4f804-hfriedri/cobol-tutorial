                  FILE STATUS IS ProcDateStatus.
              SELECT ReportFile ASSIGN TO "credrev.lst"
                  ORGANIZATION IS LINE SEQUENTIAL.
              SELECT OPTIONAL CustRelFile ASSIGN TO "custrel.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RelIDNum
                  ALTERNATE RECORD KEY IS RelParentID
                      WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
       FD  CustomerFile.
               02  ProcDate           PIC 9(8).
       FD  ReportFile.
       01  ReportLine                 PIC X(90).
       FD  CustRelFile.
       01  CustRelData.
               02  RelIDNum           PIC 9(6).
               02  RelParentID        PIC 9(6).
               02  RelGroupLimit      PIC S9(7)V99.
               02  RelConsolStmt      PIC X.
                   88  RelConsolidated VALUE 'Y'.
       WORKING-STORAGE SECTION.
       01  ProcDateStatus             PIC XX.
       01  BusinessDate               PIC 9(8).
       01  DecreaseCount              PIC 9(5) VALUE 0.
       01  ReportOld                  PIC ZZZZZZ9.99-.
       01  ReportNew                  PIC ZZZZZZ9.99-.
       01  RelFoundFlag               PIC X.
       01  RelEOFFlag                 PIC X.
       01  GroupOverFlag              PIC X.
       01  GroupWithheldCount         PIC 9(5) VALUE 0.
       01  GroupOverCount             PIC 9(5) VALUE 0.
       01  FamilyParentID             PIC 9(6).
       01  GroupIdx                   PIC 9(4).
       01  ReportExposure             PIC ZZZZZZZZ9.99-.
       01  GroupTable.
               02  GroupCount         PIC 9(4) VALUE 0.
               02  GroupEntry         OCCURS 1 TO 2000 TIMES
                                      DEPENDING ON GroupCount.
                   03  GTParentID     PIC 9(6).
                   03  GTGroupLimit   PIC S9(7)V99.
                   03  GTExposure     PIC S9(9)V99.
                   03  GTOverLimit    PIC X.
       PROCEDURE DIVISION.
       Mainline.
           PERFORM GetProcessingDate.
           COMPUTE BizDateInt =
               FUNCTION INTEGER-OF-DATE(BusinessDate).
           OPEN INPUT CustomerFile.
           OPEN INPUT CustRelFile.
           OPEN EXTEND PendLimitFile.
           OPEN OUTPUT ReportFile.
           PERFORM ReviewGroupExposure.
           MOVE "CREDIT LIMIT REVIEW PROPOSALS" TO ReportLine.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
           MOVE SPACES TO ReportLine.
           STRING "GROUPS OVER LIMIT  : " GroupOverCount
               "  INCREASES WITHHELD : " GroupWithheldCount
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
           CLOSE CustomerFile.
           CLOSE CustRelFile.
           CLOSE PendLimitFile.
           CLOSE ReportFile.
           DISPLAY "Increases Proposed : " IncreaseCount
           DISPLAY "Decreases Proposed : " DecreaseCount
           DISPLAY "Groups Over Limit  : " GroupOverCount
           DISPLAY "Increases Withheld : " GroupWithheldCount
           DISPLAY "Proposals Queued for LIMAPPR Approval"
           DISPLAY "END OF CREDIT LIMIT REVIEW".
           STOP RUN.
               FUNCTION INTEGER-OF-DATE(LastActDateNum).
           COMPUTE DaysInactive = BizDateInt - LastActInt.
           COMPUTE HalfLimit = CreditLimit / 2.
           PERFORM FindCustomerGroup.
           EVALUATE TRUE
               WHEN CredScore < LowScoreCeiling
                       AND CreditLimit > 0
                   PERFORM ProposeDecrease
               WHEN CredScore >= HighScoreFloor
                       AND Balance <= HalfLimit
                       AND DaysInactive < AgingDaysLimit
                       AND GroupOverFlag = 'Y'
                   PERFORM ReportWithheldIncrease
               WHEN CredScore >= HighScoreFloor
                       AND Balance <= HalfLimit
                       AND DaysInactive < AgingDaysLimit
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
      * Every customer family with a group limit is totalled before
      * the individual review. The families are listed on the report
      * and no member of a family that is over its group limit gets an
      * individual increase proposed.
       ReviewGroupExposure.
           MOVE ZEROS TO RelIDNum.
           MOVE 'N' TO RelEOFFlag.
           START CustRelFile KEY IS NOT LESS THAN RelIDNum
               INVALID KEY MOVE 'Y' TO RelEOFFlag
           END-START.
           PERFORM UNTIL RelEOFFlag = 'Y'
               READ CustRelFile NEXT RECORD
                   AT END MOVE 'Y' TO RelEOFFlag
               END-READ
               IF RelEOFFlag = 'N' AND RelParentID = ZEROS
                       AND RelGroupLimit > ZEROS
                   IF GroupCount < 2000
                       ADD 1 TO GroupCount
                       MOVE RelIDNum TO GTParentID(GroupCount)
                       MOVE RelGroupLimit TO GTGroupLimit(GroupCount)
                       MOVE ZEROS TO GTExposure(GroupCount)
                       MOVE 'N' TO GTOverLimit(GroupCount)
                   ELSE
                       DISPLAY "WARNING: group table full - "
                           RelIDNum " not reviewed"
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "GROUP CREDIT EXPOSURE" TO ReportLine.
           WRITE ReportLine.
           PERFORM VARYING GroupIdx FROM 1 BY 1
                   UNTIL GroupIdx > GroupCount
               PERFORM SumGroupExposure
           END-PERFORM.
           MOVE SPACES TO ReportLine.
           WRITE ReportLine.
       SumGroupExposure.
           MOVE GTParentID(GroupIdx) TO FamilyParentID.
           MOVE FamilyParentID TO IDNum.
           PERFORM AddMemberExposure.
           MOVE FamilyParentID TO RelParentID.
           MOVE 'N' TO RelEOFFlag.
           START CustRelFile KEY IS EQUAL TO RelParentID
               INVALID KEY MOVE 'Y' TO RelEOFFlag
           END-START.
           PERFORM UNTIL RelEOFFlag = 'Y'
               READ CustRelFile NEXT RECORD
                   AT END MOVE 'Y' TO RelEOFFlag
               END-READ
               IF RelEOFFlag = 'N'
                   IF RelParentID NOT = FamilyParentID
                       MOVE 'Y' TO RelEOFFlag
                   ELSE
                       MOVE RelIDNum TO IDNum
                       PERFORM AddMemberExposure
                   END-IF
               END-IF
           END-PERFORM.
           MOVE GTGroupLimit(GroupIdx) TO ReportOld.
           MOVE GTExposure(GroupIdx) TO ReportExposure.
           MOVE SPACES TO ReportLine.
           IF GTExposure(GroupIdx) > GTGroupLimit(GroupIdx)
               MOVE 'Y' TO GTOverLimit(GroupIdx)
               ADD 1 TO GroupOverCount
               STRING "Group " FamilyParentID " Limit " ReportOld
                   " Exposure " ReportExposure " OVER LIMIT"
                   DELIMITED BY SIZE INTO ReportLine
               END-STRING
           ELSE
               STRING "Group " FamilyParentID " Limit " ReportOld
                   " Exposure " ReportExposure
                   DELIMITED BY SIZE INTO ReportLine
               END-STRING
           END-IF.
           WRITE ReportLine.
       AddMemberExposure.
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF RecordLive
                       ADD Balance TO GTExposure(GroupIdx)
                   END-IF
           END-READ.
       FindCustomerGroup.
           MOVE 'N' TO GroupOverFlag.
           MOVE IDNum TO RelIDNum.
           MOVE 'Y' TO RelFoundFlag.
           READ CustRelFile
               INVALID KEY MOVE 'N' TO RelFoundFlag
           END-READ.
           IF RelFoundFlag = 'Y'
               IF RelParentID = ZEROS
                   MOVE RelIDNum TO FamilyParentID
               ELSE
                   MOVE RelParentID TO FamilyParentID
               END-IF
               PERFORM VARYING GroupIdx FROM 1 BY 1
                       UNTIL GroupIdx > GroupCount
                   IF GTParentID(GroupIdx) = FamilyParentID
                       MOVE GTOverLimit(GroupIdx) TO GroupOverFlag
                   END-IF
               END-PERFORM
           END-IF.
       ReportWithheldIncrease.
           ADD 1 TO GroupWithheldCount.
           MOVE CreditLimit TO ReportOld.
           MOVE SPACES TO ReportLine.
           STRING "Customer " IDNum " Score " CredScore
               " Limit " ReportOld " increase withheld - group "
               FamilyParentID " over limit"
               DELIMITED BY SIZE INTO ReportLine
           END-STRING.
           WRITE ReportLine.
