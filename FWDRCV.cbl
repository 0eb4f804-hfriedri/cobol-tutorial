               02  RegApplyDate           PIC X(8).
               02  RegAppliedCount        PIC 9(6).
               02  RegNetAmount           PIC S9(11)V99.
               02  RegEntryType           PIC X.
                   88  RegApplied         VALUE SPACE.
                   88  RegBackedOut       VALUE 'B'.
               02  RegFirstAuditSeq       PIC 9(9).
               02  RegLastAuditSeq        PIC 9(9).
               02  RegFirstPostSeq        PIC 9(9).
               02  RegLastPostSeq         PIC 9(9).
       FD  TaxIDXrefFile.
       01  TaxIDXrefRecord.
               02  XrefTaxID          PIC 9(9).
