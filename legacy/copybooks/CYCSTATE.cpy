      *>----------------------------------------------------------------
      *> CYCSTATE - ALBTABJ cycle-state record layout.
      *> One record per cycle step per business date on CYCSTATE.DAT,
      *> keyed on the business date plus the step's program name (its
      *> PGM= name in ALBTABJ). Each cycle program records itself
      *> started when it begins and completed (RC 4 or under) or
      *> failed when it ends; a step left "started" never reached its
      *> end - it abended or was cancelled. On a resubmit for the same
      *> business date a step already completed ends RC 1 (previously
      *> completed) instead of running again.
      *> One control record, keyed business date zero and step name
      *> CYCLE, carries the business date of the cycle in progress
      *> (CycleControlBusinessDate) and when a step of it last started
      *> or finished (CycleStartTimestamp). The cycle's first step sets
      *> the date - ALBTABJ-BUSDATE when named, else the run date - and
      *> every later step, and a resubmit within twelve hours of that
      *> last activity, takes it from here, so a cycle that runs or is
      *> resubmitted past midnight keeps one business date.
      *> Shared by every ALBTABJ program and by CycList's status
      *> listing so the fields stay in lock-step. Include under an
      *> 01-level record name, e.g.
      *>     01  CycleStateDetails.
      *>         COPY CYCSTATE.
      *>----------------------------------------------------------------
           02  CycleKey.
               03  CycleBusinessDate   PIC 9(08).
               03  CycleStepName       PIC X(08).
           02  CycleStepStatus     PIC X(01).
               88  CycleStepStarted    VALUE "S".
               88  CycleStepCompleted  VALUE "C".
               88  CycleStepFailed     VALUE "F".
           02  CycleStepReturnCode PIC 9(02).
           02  CycleStartTimestamp PIC 9(14).
           02  CycleEndTimestamp   PIC 9(14).
           02  CycleControlView REDEFINES CycleEndTimestamp.
               03  CycleControlBusinessDate PIC 9(08).
               03  FILLER              PIC 9(06).
           02  CycleAttemptCount   PIC 9(03).
