       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVCOST.
       AUTHOR. Henning Friedrich.
       DATE-WRITTEN. October 15st 2026
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL AvgCostFile ASSIGN TO "avgcost.dat"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AvgCostKey.
              SELECT CatalogFile ASSIGN TO "prodcat.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CatFileStatus.
              SELECT OPTIONAL InvPostFile ASSIGN TO "invpost.dat"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS InvPostStatus.
       DATA DIVISION.
       FILE SECTION.
       FD  AvgCostFile.
       01  AvgCostData.
               02  AvgCostKey.
                   03  AcProdName     PIC X(10).
                   03  AcSizeType     PIC A.
               02  AcAvgCost          PIC 9(5)V99.
       FD  CatalogFile.
       01  CatalogData.
               02  CatProdName         PIC X(10).
               02  CatSizeType         PIC A.
               02  CatUnitCost         PIC 9(5)V99.
      * Inventory value movements for the GL. A positive amount is value
      * taken out of stock (cost of sales, shrinkage); a negative amount
      * is value put back (returns restocked, gains, receipts).
       FD  InvPostFile.
       01  InvPostRecord.
               02  IpDate             PIC 9(8).
               02  IpPostType         PIC X(8).
               02  IpSource           PIC X(8).
               02  IpRef              PIC X(10).
               02  IpProdName         PIC X(10).
               02  IpSizeType         PIC A.
               02  IpQty              PIC S9(5).
               02  IpUnitCost         PIC 9(5)V99.
               02  IpAmount           PIC S9(9)V99.
       WORKING-STORAGE SECTION.
       01  CatFileStatus              PIC XX.
       01  InvPostStatus              PIC XX.
       01  AvgFoundFlag               PIC X.
       01  CatEOFFlag                 PIC X.
       LINKAGE SECTION.
       01  IcPostType                 PIC X(8).
       01  IcSource                   PIC X(8).
       01  IcRef                      PIC X(10).
       01  IcDate                     PIC 9(8).
       01  IcProdName                 PIC X(10).
       01  IcSizeType                 PIC A.
       01  IcQty                      PIC S9(5).
       01  IcUnitCost                 PIC 9(5)V99.
       01  IcAmount                   PIC S9(9)V99.
      * Costs a quantity of one product and size and appends it to
      * invpost.dat for GLPOST. A positive quantity relieves stock, a
      * negative one puts it back. With no unit cost supplied the
      * avgcost.dat weighted average is used, or the catalog cost when
      * no average has been built yet. The cost used and the amount
      * posted are handed back.
       PROCEDURE DIVISION USING IcPostType, IcSource, IcRef, IcDate,
               IcProdName, IcSizeType, IcQty, IcUnitCost, IcAmount.
       InvCostMain.
           IF IcUnitCost = ZEROS
               PERFORM FindAverageCost
           END-IF.
           IF IcUnitCost = ZEROS
               PERFORM FindCatalogCost
           END-IF.
           COMPUTE IcAmount = IcQty * IcUnitCost.
           IF IcAmount NOT = ZEROS
               PERFORM WriteInvPosting
           END-IF.
           GOBACK.
       FindAverageCost.
           OPEN INPUT AvgCostFile.
           MOVE IcProdName TO AcProdName.
           MOVE IcSizeType TO AcSizeType.
           MOVE 'Y' TO AvgFoundFlag.
           READ AvgCostFile
               INVALID KEY MOVE 'N' TO AvgFoundFlag
           END-READ.
           IF AvgFoundFlag = 'Y' AND AcAvgCost > 0
               MOVE AcAvgCost TO IcUnitCost
           END-IF.
           CLOSE AvgCostFile.
       FindCatalogCost.
           MOVE 'N' TO CatEOFFlag.
           OPEN INPUT CatalogFile.
           IF CatFileStatus NOT = "00"
               MOVE 'Y' TO CatEOFFlag
           END-IF.
           PERFORM UNTIL CatEOFFlag = 'Y'
               READ CatalogFile
                   AT END MOVE 'Y' TO CatEOFFlag
               END-READ
               IF CatEOFFlag = 'N'
                       AND CatProdName = IcProdName
                       AND CatSizeType = IcSizeType
                   MOVE CatUnitCost TO IcUnitCost
                   MOVE 'Y' TO CatEOFFlag
               END-IF
           END-PERFORM.
           IF CatFileStatus = "00" OR CatFileStatus = "10"
               CLOSE CatalogFile
           END-IF.
       WriteInvPosting.
           OPEN EXTEND InvPostFile.
           MOVE IcDate TO IpDate.
           MOVE IcPostType TO IpPostType.
           MOVE IcSource TO IpSource.
           MOVE IcRef TO IpRef.
           MOVE IcProdName TO IpProdName.
           MOVE IcSizeType TO IpSizeType.
           MOVE IcQty TO IpQty.
           MOVE IcUnitCost TO IpUnitCost.
           MOVE IcAmount TO IpAmount.
           WRITE InvPostRecord.
           CLOSE InvPostFile.
