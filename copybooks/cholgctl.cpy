      / ------------------------------
      / CHOLGCTL - holiday deck generation control file (HOLGEN.CTL).
      / HGC-YEAR is the calendar year HOLGEN expands the rule master
      / for.  When the file is absent or the year is not numeric the
      / step generates the year after the current one - the December
      / run the step exists for.
      / ------------------------------
        01  HOLGEN-CTL-RECORD.
                05      HGC-YEAR                PIC 9(4).
