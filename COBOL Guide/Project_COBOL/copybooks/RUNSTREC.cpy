000170*  OF A SCAVENGER HUNT THROUGH CONSOLE OUTPUT. THE CALLER
000180*  FILLS EVERYTHING BUT THE DATE AND TIME, WHICH RUNSTAT
000190*  STAMPS ITSELF SO EVERY PROGRAM'S CLOCK READS THE SAME WAY.
000191*  A THIRD EVENT, VOID ("V"), IS WRITTEN ONLY BY THE RUNRECOV
000192*  RECOVERY CONTROLLER - IT CANCELS EVERY EARLIER START AND
000193*  END EVENT FOR THE SAME PROGRAM AND RUN-ID, SO THE GATE AND
000194*  THE MORNING REPORT WAIT FOR A FRESH RUN INSTEAD OF
000195*  TRUSTING AN END RECORD FROM A SUPERSEDED ATTEMPT.
000200*
000210*  MODIFICATION HISTORY
000220*  DATE       INIT  DESCRIPTION
000230*  ---------  ----  ------------------------------------------
000240*  2026-08-22 KLC   ORIGINAL COPYBOOK.
000245*  2026-10-15 KLC   VOID EVENT ("V") ADDED FOR RUNRECOV.
000250*****************************************************************
000260 01  RUN-STATUS-RECORD.
000270     05  RS-PROGRAM-ID         PIC X(08).
000310     05  RS-EVENT              PIC X(01).
000320         88  RS-START-EVENT              VALUE "S".
000330         88  RS-END-EVENT                VALUE "E".
000335         88  RS-VOID-EVENT               VALUE "V".
000340     05  RS-RECORDS-READ       PIC 9(07).
000350     05  RS-RECORDS-WRITTEN    PIC 9(07).
000360     05  RS-RETURN-CODE        PIC 9(04).
