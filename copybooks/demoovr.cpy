      * Run-option override for demo1, written by the nightly driver
      * just before the demo1 step and emptied again straight after
      * it.  RUN-MODE 'F' forces a full refresh whatever DEMOOPT.DAT
      * asks for; REASON names the calendar rule that forced it.  An
      * empty or missing file leaves DEMOOPT.DAT in charge.
       01  DEMO-OVR-RECORD.
           05  DEMO-OVR-RUN-MODE       PIC X(1).
           05  DEMO-OVR-REASON         PIC X(30).
