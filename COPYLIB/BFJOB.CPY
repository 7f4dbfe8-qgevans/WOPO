               05 JR-SCHED-DOM PIC 99.
               05 JR-EFF-FROM PIC X(8).
               05 JR-EFF-TO PIC X(8).
           03 JR-RETAIN-GENS PIC 99.
           03 JR-OWNER-ID PIC X(8).
           03 JR-ESCALATION-CONTACT PIC X(24).
           03 JR-NOTIFY-PREF PIC X.
               88 JR-NOTIFY-MAIL VALUES "M", " ".
               88 JR-NOTIFY-PAGE VALUE "P".
               88 JR-NOTIFY-BOTH VALUE "B".
               88 JR-NOTIFY-NONE VALUE "N".
           03 JR-COST-CENTER PIC X(8).
           03 JR-SLA-TARGETS.
               05 JR-DELIVER-BY PIC X(4).
               05 JR-DELIVER-BY-SPLIT REDEFINES JR-DELIVER-BY.
                   07 JR-DELIVER-BY-HH PIC 99.
                   07 JR-DELIVER-BY-MM PIC 99.
               05 JR-MAX-ELAPSED PIC 9(4).
           03 JR-INPUT-CONTROL-SWITCH PIC X.
               88 JR-INPUT-CONTROLLED VALUE "Y".
           03 JR-TRAILER-SWITCH PIC X.
               88 JR-TRAILER-ON VALUE "Y".
           03 JR-STATE-SWITCH PIC X.
               88 JR-STATE-RETAINED VALUE "Y".
           03 FILLER PIC X(46).
