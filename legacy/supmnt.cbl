*>     CLABEL01 Harmonia Records              catalog@harmonia.example
*>     SLABEL01
*>     RLABEL01
*>     LLABEL01HARMONIA
*>     ULABEL01HARMONIA
*>     ILABEL01
*> Column layout of a transaction line:
*>     01      TranCode        (A/C/S/R/L/U/I)
*>     02-09   SupplierId
*>     10-39   SupplierName    (A/C only)
*>     40-69   SupplierContact (A/C only)
*>     10-21   RecordLabel     (L/U only)
*>
*> A adds a supplier (always active), C changes name/contact, S suspends,
*> R reactivates, I inquires. A suspended supplier stays on the file - its
*> supplier would orphan its FEEDSEQ.DAT entry and let a re-add restart the
*> sequence chain from anywhere, the very failure this file exists to stop.
*>
*> L authorizes the supplier to deliver a RecordLabel and U withdraws the
*> authorization, on the SUPLABEL.DAT label authorization file (copybook
*> SUPLABRC) - AlbEdit rejects R012 a feed record whose non-blank
*> RecordLabel its envelope's supplier is not authorized for. An L needs
*> the supplier on SUPPLIER.DAT first. I lists the supplier's authorized
*> labels under its details.
*>
*> Modification history:
*>   Written alongside the supplier check added to AlbEdit's envelope pass -
*>     before this, the supplier roster lived in nobody's head but ops'.
*>   Added the L and U label authorization transactions and the label
*>     list on I, alongside the RecordLabel check added to AlbEdit - a
*>     distributor had delivered its whole roster under one envelope,
*>     stamped with other companies' labels, and nothing stopped it.

ENVIRONMENT DIVISION.  *> Start of the environment division
INPUT-OUTPUT SECTION.  *> Input-output section
        RECORD KEY IS SupplierId
        FILE STATUS IS SupplierFileStatus.

    SELECT SupLabelFile ASSIGN TO "SUPLABEL.DAT"  *> Label authorizations, keyed on SupplierId plus RecordLabel - see AlbEdit
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SupLabelKey
        FILE STATUS IS SupLabelFileStatus.

    SELECT TransactionFile ASSIGN TO "SUPTRAN.DAT"  *> One maintenance transaction per line
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TransactionFileStatus.
01 SupplierDetails.  *> Record description for SupplierDetails
   COPY SUPPLRC.

FD SupLabelFile.  *> File description for SupLabelFile
01 SupLabelDetails.  *> Record description for SupLabelDetails
   COPY SUPLABRC.

FD TransactionFile.  *> Maintenance transactions
01 TransactionRecord.
   88  EndOfTransactionFile  VALUE HIGH-VALUES.
   02  TranCode            PIC X(01).
   02  TranSupplierId      PIC X(08).
   02  TranSupplierName    PIC X(30).
   02  TranRecordLabel REDEFINES TranSupplierName PIC X(12).  *> L/U transactions carry a RecordLabel here
   02  TranSupplierContact PIC X(30).

WORKING-STORAGE SECTION.  *> Start of the working-storage section
01 SupplierFileStatus       PIC X(02).
01 TransactionFileStatus    PIC X(02).
01 SupLabelFileStatus       PIC X(02).

01 SupLabelFileIsOpen       PIC X(01) VALUE "N".  *> Did SUPLABEL.DAT open - L/U/I label work is refused without it
   88 SupLabelFileOpen VALUE "Y".
01 LabelListState           PIC X(01) VALUE "N".  *> Has the I listing read past the supplier's last label
   88 LabelListComplete VALUE "Y".
   88 LabelListNotComplete VALUE "N".
01 LabelsListed             PIC 9(05) VALUE ZERO.  *> Labels listed for the supplier being inquired
01 RunDate                  PIC 9(08).  *> Stamped on each new authorization

01 TranCount                PIC 9(07) VALUE ZERO.  *> Transactions processed
01 AddedCount               PIC 9(07) VALUE ZERO.
01 SuspendedCount           PIC 9(07) VALUE ZERO.
01 ReactivatedCount         PIC 9(07) VALUE ZERO.
01 InquiredCount            PIC 9(07) VALUE ZERO.
01 AuthorizedCount          PIC 9(07) VALUE ZERO.
01 UnauthorizedCount        PIC 9(07) VALUE ZERO.
01 RejectedCount            PIC 9(07) VALUE ZERO.

PROCEDURE DIVISION.  *> Start of the procedure division
    DISPLAY "SupMnt complete - " TranCount " transactions: "
        AddedCount " added, " ChangedCount " changed, "
        SuspendedCount " suspended, " ReactivatedCount " reactivated, "
        AuthorizedCount " label(s) authorized, " UnauthorizedCount
        " withdrawn, " InquiredCount " inquired, " RejectedCount
        " rejected.".
    STOP RUN.  *> End the program

OpenFiles.  *> Open the supplier reference and label authorizations for update and the transaction input
    ACCEPT RunDate FROM DATE YYYYMMDD.
    OPEN I-O SupplierFile.
    IF SupplierFileStatus = "35"
        OPEN OUTPUT SupplierFile
            ") - no transactions can be applied this run."
        SET EndOfTransactionFile TO TRUE
    ELSE
        OPEN I-O SupLabelFile
        IF SupLabelFileStatus = "35"
            OPEN OUTPUT SupLabelFile
            CLOSE SupLabelFile
            OPEN I-O SupLabelFile
        END-IF
        IF SupLabelFileStatus = "00"
            SET SupLabelFileOpen TO TRUE
        ELSE
            DISPLAY "SUPLABEL.DAT would not open (status "
                SupLabelFileStatus ") - label authorization transactions"
                " will be rejected this run."
        END-IF
        OPEN INPUT TransactionFile
        IF TransactionFileStatus NOT = "00"
            DISPLAY "SUPTRAN.DAT not available (status "

CloseFiles.  *> Close down
    CLOSE SupplierFile.
    IF SupLabelFileOpen
        CLOSE SupLabelFile
    END-IF
    CLOSE TransactionFile.

ApplyTransaction.  *> Dispatch on TranCode
            PERFORM SuspendSupplier
        WHEN "R"
            PERFORM ReactivateSupplier
        WHEN "L"
            PERFORM AuthorizeLabel
        WHEN "U"
            PERFORM WithdrawLabel
        WHEN "I"
            PERFORM InquireSupplier
        WHEN OTHER
                " Name: " SupplierName
                " Status: " SupplierStatus
                " Contact: " SupplierContact
            PERFORM ListSupplierLabels
    END-READ.

ListSupplierLabels.  *> Every label the inquired supplier is authorized for, in label order
    IF NOT SupLabelFileOpen
        DISPLAY "    Authorized labels: not available - SUPLABEL.DAT is"
            " not open."
    ELSE
        MOVE ZERO TO LabelsListed
        SET LabelListNotComplete TO TRUE
        MOVE SupplierId TO SupLabelSupplierId
        MOVE LOW-VALUES TO SupLabelRecordLabel
        START SupLabelFile KEY IS NOT LESS THAN SupLabelKey
            INVALID KEY
                SET LabelListComplete TO TRUE  *> Nothing at or after this supplier on the file
        END-START
        PERFORM UNTIL LabelListComplete
            READ SupLabelFile NEXT RECORD
                AT END SET LabelListComplete TO TRUE
            END-READ
            IF NOT LabelListComplete
                IF SupLabelSupplierId NOT = SupplierId
                    SET LabelListComplete TO TRUE  *> Past the supplier's last label
                ELSE
                    ADD 1 TO LabelsListed
                    DISPLAY "    Authorized label: " SupLabelRecordLabel
                        " since " SupLabelAuthorizedDate
                END-IF
            END-IF
        END-PERFORM
        IF LabelsListed = ZERO
            DISPLAY "    Authorized labels: none - every feed record"
                " carrying a RecordLabel will be rejected R012."
        END-IF
    END-IF.

AuthorizeLabel.  *> Authorize a supplier to deliver one RecordLabel - the supplier must be on file
    IF NOT SupLabelFileOpen
        ADD 1 TO RejectedCount
        DISPLAY "Rejected AUTHORIZE - SUPLABEL.DAT is not open: "
            TranSupplierId
    ELSE
        IF TranRecordLabel = SPACES
            ADD 1 TO RejectedCount
            DISPLAY "Rejected AUTHORIZE - blank RecordLabel: "
                TranSupplierId
        ELSE
            MOVE TranSupplierId TO SupplierId
            READ SupplierFile
                INVALID KEY
                    ADD 1 TO RejectedCount
                    DISPLAY "Rejected AUTHORIZE - SupplierId not found: "
                        TranSupplierId
                NOT INVALID KEY
                    PERFORM WriteLabelAuthorization
            END-READ
        END-IF
    END-IF.

WriteLabelAuthorization.  *> The supplier is on file - add its label
    MOVE TranSupplierId TO SupLabelSupplierId.
    MOVE TranRecordLabel TO SupLabelRecordLabel.
    MOVE RunDate TO SupLabelAuthorizedDate.
    WRITE SupLabelDetails
        INVALID KEY
            ADD 1 TO RejectedCount
            DISPLAY "Rejected AUTHORIZE - label already authorized: "
                TranSupplierId " " TranRecordLabel
        NOT INVALID KEY
            ADD 1 TO AuthorizedCount
            DISPLAY "Authorized SupplierId: " TranSupplierId
                " RecordLabel: " TranRecordLabel
    END-WRITE.

WithdrawLabel.  *> Withdraw a label authorization - the supplier's later feeds carrying it reject R012
    IF NOT SupLabelFileOpen
        ADD 1 TO RejectedCount
        DISPLAY "Rejected WITHDRAW - SUPLABEL.DAT is not open: "
            TranSupplierId
    ELSE
        MOVE TranSupplierId TO SupLabelSupplierId
        MOVE TranRecordLabel TO SupLabelRecordLabel
        DELETE SupLabelFile RECORD
            INVALID KEY
                ADD 1 TO RejectedCount
                DISPLAY "Rejected WITHDRAW - label not authorized: "
                    TranSupplierId " " TranRecordLabel
            NOT INVALID KEY
                ADD 1 TO UnauthorizedCount
                DISPLAY "Withdrew SupplierId: " TranSupplierId
                    " RecordLabel: " TranRecordLabel
        END-DELETE
    END-IF.
