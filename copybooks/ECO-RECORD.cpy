      *****************************************************************
      * ECO-RECORD.cpy
      * Shared record layout for the ECO indexed file - one
      * engineering change order per change to an assembly's BOM,
      * numbered from the shared TICKET-SEQUENCE series and worked
      * through ECO-MAINTENANCE. Opening an ECO opens the new
      * revision on PART-REVISION (pending) with a copy of the
      * BOM lines it replaces for engineering to edit; approval
      * by both engineering and quality releases it from the
      * effective date on. The affected parts carry what is to
      * become of the stock on hand when the change lands.
      * Key: EC-ECO-NO
      *****************************************************************
       01  ECO-RECORD.
           05  EC-ECO-NO             PIC 9(8).
           05  EC-PART-CODE.
               10  EC-PART1          PIC X(3).
               10  EC-PART2          PIC 9(3).
      *    the revision being replaced (spaces for the original BOM)
      *    and the one this ECO opens
           05  EC-OLD-REVISION       PIC X(2).
           05  EC-NEW-REVISION       PIC X(2).
           05  EC-DESCRIPTION        PIC X(60).
           05  EC-EFFECTIVE-DATE     PIC 9(8).
      *    OPEN, APPRVD, REJECT or CANCEL
           05  EC-STATUS             PIC X(6).
           05  EC-OPENED-BY          PIC X(10).
           05  EC-OPEN-DATE          PIC 9(8).
      *    the parts the change touches - components dropped or
      *    changed and the assembly itself - each with the
      *    disposition of its existing stock: U use up, R rework,
      *    S scrap; the on-hand is as of when the ECO was opened
           05  EC-AFFECTED OCCURS 5 TIMES.
               10  EC-AFF-PART       PIC X(6).
               10  EC-AFF-DISPOSITION PIC X.
               10  EC-AFF-ON-HAND    PIC 9(5).
      *    the two sign-offs approval needs, by level-5 operators
      *    other than the originator
           05  EC-ENG-APPROVED-BY    PIC X(10).
           05  EC-ENG-APPROVED-DATE  PIC 9(8).
           05  EC-QA-APPROVED-BY     PIC X(10).
           05  EC-QA-APPROVED-DATE   PIC 9(8).
      *    who rejected or cancelled it, and when
           05  EC-CLOSED-BY          PIC X(10).
           05  EC-CLOSED-DATE        PIC 9(8).
