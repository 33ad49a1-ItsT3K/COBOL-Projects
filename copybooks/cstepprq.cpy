      / ------------------------------
      / CSTEPPRQ - step prerequisite master (STEP-PREREQS.DAT).  One
      / row per dependency: SPQ-STEP-NAME may not start until
      / SPQ-PREREQ-NAME has registered complete in STEP-STATUS.DAT
      / for the same business date.  A step with several feeders has
      / several rows; a step with none has no rows and is never
      / held.  STEPREG enforces the master on action 'S'; STEPPLAN
      / reads it for the restart plan.
      / ------------------------------
        01  STEP-PREREQ-RECORD.
                05      SPQ-STEP-NAME           PIC X(8).
                05      SPQ-SEP1                PIC X VALUE SPACE.
                05      SPQ-PREREQ-NAME         PIC X(8).
