      *    ALONGSIDE THE FEES SO PRODUCTIVITY CAN BE MEASURED IN RVUS
      *    INSTEAD OF FEE-SCHEDULE DOLLARS.  SEE BLRVU001.
           02 PROC-RVU PIC 9(2)V99.
      *    THE WINDOW THE CODE IS IN FORCE FOR, STAMPED BY THE ANNUAL
      *    CPT/HCPCS LOAD (PROCLOAD).  "00000000" OR SPACE MEANS THAT
      *    END IS OPEN -- THE SAME RULE AS DIAGFILE'S DATES.
           02 PROC-DATE-EFF PIC X(8).
           02 PROC-DATE-TERM PIC X(8).
