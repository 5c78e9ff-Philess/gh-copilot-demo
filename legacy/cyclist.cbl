       >>SOURCE FORMAT FREE
*> Set the source format to free format

IDENTIFICATION DIVISION.  *> Start of the identification division
PROGRAM-ID.  CycList.  *> Program name
AUTHOR.  Michael Coughlan.  *> Author name

*> ALBTABJ cycle status listing off the CYCSTATE.DAT cycle-state file
*> (copybook CYCSTATE). Every ALBTABJ program records its start and finish
*> there per business date; this listing shows, for one business date,
*> each tracked step of the job in run order with how it stands:
*>
*>   DONE                     - completed, RC 4 or under; a resubmit ends
*>                              it RC 1 without running it again
*>   FAILED                   - finished RC 8 or 12; a resubmit runs it
*>   FAILED - DID NOT FINISH  - started but never recorded its finish
*>                              (abended or was cancelled); a resubmit
*>                              runs it
*>   NOT REACHED              - no record - the job never got that far, or
*>                              the step was bypassed by its IF/ENDIF
*>
*> with the step's return code, start and end times and how many times it
*> has been attempted for the date - so ops can see where a failed night
*> stopped, and what a resubmit will pick up. The IDCAMS and SORT utility
*> steps keep no cycle state and are not listed. The business date comes
*> from CYCLIST-DATE (YYYYMMDD), else ALBTABJ-BUSDATE, else the latest
*> cycle's, off the CYCSTATE.DAT control record (see CYCSTATE) - so a
*> cycle that ran past midnight is listed under its own date - else the
*> run date.
*> Written to CYCLIST.PRT as a print-image report in the same mold as
*> AlbRetl's RETIRLST.PRT.
*>
*> The run ends with a meaningful RETURN-CODE: 0 every step is done, 4 a
*> step failed or was not reached (the cycle is not complete), 8 the
*> business date is not a YYYYMMDD date or CYCSTATE.DAT is missing, 12
*> CYCLIST.PRT would not open.
*>
*> Modification history:
*>   Written alongside the cycle-state tracking added to the ALBTABJ
*>     programs, when the job was made safe to resubmit after a failure.

ENVIRONMENT DIVISION.  *> Start of the environment division
INPUT-OUTPUT SECTION.  *> Input-output section
FILE-CONTROL.  *> File control section
    SELECT CycleStateFile ASSIGN TO "CYCSTATE.DAT"  *> ALBTABJ cycle state, one record per step per business date
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CycleKey
        FILE STATUS IS CycleStateFileStatus.

    SELECT PrintFile ASSIGN TO "CYCLIST.PRT"  *> Print-image copy of the cycle status listing
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PrintFileStatus.

DATA DIVISION.  *> Start of the data division
FILE SECTION.  *> File section
FD CycleStateFile.  *> ALBTABJ cycle state - each step's completion and return code per business date
01 CycleStateDetails.  *> Record description for CycleStateDetails
   COPY CYCSTATE.

FD PrintFile.  *> Paginated print-image report
01 PrintRecord                PIC X(132).

WORKING-STORAGE SECTION.  *> Start of the working-storage section
01 CycleStateFileStatus     PIC X(02).
01 PrintFileStatus          PIC X(02).

01 CycleStateFileIsOpen     PIC X(01) VALUE "N".  *> Did OPEN INPUT actually succeed
   88 CycleStateFileOpen VALUE "Y".

01 PrintFileIsOpen          PIC X(01) VALUE "N".  *> Did OPEN OUTPUT actually succeed
   88 PrintFileOpen VALUE "Y".

01 ListDateRequested        PIC X(08) VALUE SPACES.  *> CYCLIST-DATE, else ALBTABJ-BUSDATE, as accepted
01 ListDate                 PIC 9(08) VALUE ZERO.  *> The business date listed

*> The ALBTABJ steps that keep cycle state, in run order - step label and
*> the PGM= name each records itself under on CYCSTATE.DAT
01 CycleStepValues.
   02 FILLER PIC X(16) VALUE "STEP005 ALBPREL ".
   02 FILLER PIC X(16) VALUE "STEP010 ALBEDIT ".
   02 FILLER PIC X(16) VALUE "STEP011 ALBCAL  ".
   02 FILLER PIC X(16) VALUE "STEP012 ALBBKUP ".
   02 FILLER PIC X(16) VALUE "STEP014 ALBJCUT ".
   02 FILLER PIC X(16) VALUE "STEP015 ALBSNAP ".
   02 FILLER PIC X(16) VALUE "STEP016 ALBDELTA".
   02 FILLER PIC X(16) VALUE "STEP017 CATCOMP ".
   02 FILLER PIC X(16) VALUE "STEP040 MONTHTBL".
   02 FILLER PIC X(16) VALUE "STEP050 TOPARTST".
   02 FILLER PIC X(16) VALUE "STEP060 GENREBRK".
   02 FILLER PIC X(16) VALUE "STEP080 ARTLIST ".
   02 FILLER PIC X(16) VALUE "STEP085 DUPSWEEP".
   02 FILLER PIC X(16) VALUE "STEP090 RUNVAR  ".
   02 FILLER PIC X(16) VALUE "STEP100 ALBRECN ".
01 FILLER REDEFINES CycleStepValues.
   02 CycleStepEntry OCCURS 15 TIMES.
      03 CycleStepLabel       PIC X(08).
      03 CycleStepProgram     PIC X(08).
01 CycleStepCount           PIC 9(02) VALUE 15.  *> Steps in the table above
01 StepIdx                  PIC 9(02).  *> Subscript over the step table

01 StepsDone                PIC 9(02) VALUE ZERO.  *> Completed, RC 4 or under
01 StepsFailed              PIC 9(02) VALUE ZERO.  *> Finished RC 8/12, or started and never finished
01 StepsNotReached          PIC 9(02) VALUE ZERO.  *> No record for the business date

01 RunReturnCode            PIC 9(02) VALUE ZERO.  *> Step return code - 0 all done, 4 cycle incomplete, 8 no usable state, 12 print file

*> Print file controls - same paging pattern as AlbRetl's RETIRLST.PRT
01 RunDate                  PIC 9(08).
01 RunDateDisplay           PIC X(10).
01 LinesOnPage              PIC 9(03) VALUE ZERO.
01 LinesPerPage             PIC 9(03) VALUE 20.
01 PageNumber               PIC 9(05) VALUE ZERO.
01 PrintTitleLine.
   02 FILLER PIC X(01) VALUE SPACE.
   02 FILLER PIC X(28) VALUE "ALBTABJ CYCLE STATUS".
   02 FILLER PIC X(15) VALUE "BUSINESS DATE: ".
   02 PrintTitleBusDate PIC X(10).
   02 FILLER PIC X(12) VALUE "  RUN DATE: ".
   02 PrintTitleDate PIC X(10).
   02 FILLER PIC X(08) VALUE "  PAGE: ".
   02 PrintTitlePage PIC ZZZZ9.
01 PrintColumnLine.  *> Repeated after every page break
   02 FILLER PIC X(10) VALUE " STEP".
   02 FILLER PIC X(10) VALUE "PROGRAM".
   02 FILLER PIC X(26) VALUE "STATUS".
   02 FILLER PIC X(04) VALUE "RC".
   02 FILLER PIC X(21) VALUE "STARTED".
   02 FILLER PIC X(21) VALUE "ENDED".
   02 FILLER PIC X(08) VALUE "ATTEMPTS".
01 PrintDetailLine          PIC X(132).  *> Print detail line built up before being written
01 StatusText               PIC X(24).  *> How the step stands, in words
01 TimestampDisplay         PIC X(19).  *> YYYYMMDDHHMMSS edited as YYYY-MM-DD HH:MM:SS
01 TimestampWork            PIC 9(14).
01 ReturnCodeEdit           PIC Z9.
01 AttemptEdit              PIC ZZ9.
01 CountEdit                PIC Z9.

PROCEDURE DIVISION.  *> Start of the procedure division
    PERFORM InitializeRun.
    IF RunReturnCode < 8
        PERFORM ListCycleSteps
    END-IF
    PERFORM TerminateRun.
    DISPLAY "CycList complete - business date " ListDate ": " StepsDone
        " done, " StepsFailed " failed, " StepsNotReached " not reached.".
    MOVE RunReturnCode TO RETURN-CODE.
    STOP RUN.  *> End the program

InitializeRun.  *> Pick up the business date, open the cycle state and start the report
    ACCEPT RunDate FROM DATE YYYYMMDD.  *> Gather the run date for the print report headers
    MOVE RunDate(5:2) TO RunDateDisplay(1:2).
    MOVE "/" TO RunDateDisplay(3:1).
    MOVE RunDate(7:2) TO RunDateDisplay(4:2).
    MOVE "/" TO RunDateDisplay(6:1).
    MOVE RunDate(1:4) TO RunDateDisplay(7:4).

    MOVE RunDate TO ListDate.  *> Until the control record names the latest cycle's date
    ACCEPT ListDateRequested FROM ENVIRONMENT "CYCLIST-DATE".  *> YYYYMMDD, spaces falls back to ALBTABJ-BUSDATE
    IF ListDateRequested = SPACES OR ListDateRequested = LOW-VALUES
        ACCEPT ListDateRequested FROM ENVIRONMENT "ALBTABJ-BUSDATE"
    END-IF
    IF ListDateRequested = LOW-VALUES
        MOVE SPACES TO ListDateRequested
    END-IF
    IF ListDateRequested NOT = SPACES
        IF ListDateRequested NUMERIC
            MOVE ListDateRequested TO ListDate
        ELSE
            DISPLAY "Business date '" ListDateRequested "' is not a"
                " YYYYMMDD date - nothing listed."
            MOVE 8 TO RunReturnCode
        END-IF
    END-IF

    OPEN OUTPUT PrintFile.
    IF PrintFileStatus = "00"
        SET PrintFileOpen TO TRUE
    ELSE
        DISPLAY "CYCLIST.PRT would not open (status " PrintFileStatus
            ") - listing skipped."
        MOVE 12 TO RunReturnCode
    END-IF

    IF RunReturnCode < 8
        OPEN INPUT CycleStateFile
        IF CycleStateFileStatus = "00"
            SET CycleStateFileOpen TO TRUE
            IF ListDateRequested = SPACES
                PERFORM FindLatestCycle
            END-IF
        ELSE
            DISPLAY "CYCSTATE.DAT not available (status "
                CycleStateFileStatus ") - no ALBTABJ run has recorded"
                " its cycle state yet."
            MOVE 8 TO RunReturnCode
        END-IF
    END-IF.

FindLatestCycle.  *> No date named - list the cycle the control record says is the latest
    MOVE ZERO TO CycleBusinessDate.
    MOVE "CYCLE" TO CycleStepName.
    READ CycleStateFile
        NOT INVALID KEY
            IF CycleControlBusinessDate NUMERIC
                MOVE CycleControlBusinessDate TO ListDate
            END-IF
    END-READ.

ListCycleSteps.  *> One line per tracked step, in run order, then the counts
    PERFORM StartNewPage.
    MOVE PrintColumnLine TO PrintRecord.
    WRITE PrintRecord.
    ADD 1 TO LinesOnPage.
    PERFORM VARYING StepIdx FROM 1 BY 1 UNTIL StepIdx > CycleStepCount
        PERFORM WriteStepLine
    END-PERFORM
    PERFORM WriteListingTotal.
    IF StepsFailed > ZERO OR StepsNotReached > ZERO
        MOVE 4 TO RunReturnCode
    END-IF.

WriteStepLine.  *> Look the step up for the business date and say how it stands
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    MOVE CycleStepLabel(StepIdx) TO PrintDetailLine(2:8).
    MOVE CycleStepProgram(StepIdx) TO PrintDetailLine(11:8).
    MOVE ListDate TO CycleBusinessDate.
    MOVE CycleStepProgram(StepIdx) TO CycleStepName.
    READ CycleStateFile
        INVALID KEY
            MOVE "NOT REACHED" TO StatusText
            ADD 1 TO StepsNotReached
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN CycleStepCompleted
                    MOVE "DONE" TO StatusText
                    ADD 1 TO StepsDone
                WHEN CycleStepFailed
                    MOVE "FAILED" TO StatusText
                    ADD 1 TO StepsFailed
                WHEN OTHER
                    MOVE "FAILED - DID NOT FINISH" TO StatusText
                    ADD 1 TO StepsFailed
            END-EVALUATE
            IF NOT CycleStepStarted
                MOVE CycleStepReturnCode TO ReturnCodeEdit
                MOVE ReturnCodeEdit TO PrintDetailLine(47:2)
            END-IF
            MOVE CycleStartTimestamp TO TimestampWork
            PERFORM EditTimestamp
            MOVE TimestampDisplay TO PrintDetailLine(51:19)
            IF CycleEndTimestamp NOT = ZERO
                MOVE CycleEndTimestamp TO TimestampWork
                PERFORM EditTimestamp
                MOVE TimestampDisplay TO PrintDetailLine(72:19)
            END-IF
            MOVE CycleAttemptCount TO AttemptEdit
            MOVE AttemptEdit TO PrintDetailLine(93:3)
    END-READ
    MOVE StatusText TO PrintDetailLine(21:24).
    MOVE PrintDetailLine TO PrintRecord.
    WRITE PrintRecord.
    ADD 1 TO LinesOnPage.

EditTimestamp.  *> TimestampWork as YYYY-MM-DD HH:MM:SS
    MOVE SPACES TO TimestampDisplay.
    MOVE TimestampWork(1:4) TO TimestampDisplay(1:4).
    MOVE "-" TO TimestampDisplay(5:1).
    MOVE TimestampWork(5:2) TO TimestampDisplay(6:2).
    MOVE "-" TO TimestampDisplay(8:1).
    MOVE TimestampWork(7:2) TO TimestampDisplay(9:2).
    MOVE TimestampWork(9:2) TO TimestampDisplay(12:2).
    MOVE ":" TO TimestampDisplay(14:1).
    MOVE TimestampWork(11:2) TO TimestampDisplay(15:2).
    MOVE ":" TO TimestampDisplay(17:1).
    MOVE TimestampWork(13:2) TO TimestampDisplay(18:2).

WriteListingTotal.  *> Done / failed / not reached counts after the last step
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    MOVE "DONE:" TO PrintDetailLine(2:5).
    MOVE StepsDone TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(8:2).
    MOVE "FAILED:" TO PrintDetailLine(13:7).
    MOVE StepsFailed TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(21:2).
    MOVE "NOT REACHED:" TO PrintDetailLine(26:12).
    MOVE StepsNotReached TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(39:2).
    IF StepsFailed > ZERO OR StepsNotReached > ZERO
        MOVE "CYCLE INCOMPLETE - RESUBMIT ALBTABJ FOR THIS BUSINESS DATE"
            TO PrintDetailLine(45:58)
    ELSE
        MOVE "CYCLE COMPLETE" TO PrintDetailLine(45:14)
    END-IF
    MOVE PrintDetailLine TO PrintRecord.
    WRITE PrintRecord.
    ADD 1 TO LinesOnPage.

CheckForPageBreak.  *> Start a fresh page, with the column headings, when the current one is full
    IF LinesOnPage >= LinesPerPage
        PERFORM StartNewPage
        MOVE PrintColumnLine TO PrintRecord
        WRITE PrintRecord
        ADD 1 TO LinesOnPage
    END-IF.

StartNewPage.  *> Page header with the business date, run date and page number
    IF PageNumber > ZERO
        MOVE SPACES TO PrintRecord
        WRITE PrintRecord AFTER ADVANCING PAGE
    END-IF
    ADD 1 TO PageNumber.
    MOVE SPACES TO PrintTitleBusDate.
    MOVE ListDate(5:2) TO PrintTitleBusDate(1:2).
    MOVE "/" TO PrintTitleBusDate(3:1).
    MOVE ListDate(7:2) TO PrintTitleBusDate(4:2).
    MOVE "/" TO PrintTitleBusDate(6:1).
    MOVE ListDate(1:4) TO PrintTitleBusDate(7:4).
    MOVE RunDateDisplay TO PrintTitleDate.
    MOVE PageNumber TO PrintTitlePage.
    MOVE PrintTitleLine TO PrintRecord.
    WRITE PrintRecord.
    MOVE ZERO TO LinesOnPage.

TerminateRun.  *> Close down
    IF CycleStateFileOpen
        CLOSE CycleStateFile
    END-IF
    IF PrintFileOpen
        CLOSE PrintFile
    END-IF.
