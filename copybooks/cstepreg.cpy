      / crosses midnight stays one night's worth of rows.
      /
      / Actions:
      /   'S' - register SRG-STEP-NAME / SRG-SEQUENCE as started,
      /         provided every prerequisite STEP-PREREQS.DAT (copybook
      /         CSTEPPRQ) lists for the step is complete for tonight;
      /         otherwise the start is refused, the first step
      /         holding it up comes back in SRG-BLOCKED-BY, and an E
      /         row goes to EXCEPTIONS.DAT.
      /   'E' - mark the same step complete.
      /   'Q' - query: hand back the first registered step that has
      /         not finished (lowest sequence, in SRG-FIRST-OPEN-SEQ /
      /
      / SRG-RETURN-CODE: 00 good, 04 no CURRENT-BUS-DATE.DAT to key
      / against, 08 'E' for a step never registered as started, 12
      / registry file error, 16 'S' refused - a prerequisite is not
      / complete.
      / ------------------------------
        01  STEPREG-PARMS.
                05      SRG-ACTION              PIC X.
                        88      SRG-RC-NO-BUSDT VALUE 4.
                        88      SRG-RC-NOTFOUND VALUE 8.
                        88      SRG-RC-FILE-ERR VALUE 12.
                        88      SRG-RC-PREREQ   VALUE 16.
                05      SRG-BLOCKED-BY          PIC X(8).
