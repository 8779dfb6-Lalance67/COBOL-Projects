      *****************************************************************
      * TOOL-RECORD.cpy
      * Shared record layout for the TOOL-MASTER indexed file - one
      * entry per cutting insert, die or furnace fixture, kept by
      * TOOL-MAINTENANCE. Each tool is assigned to the machine it
      * runs on and carries a life limit in cycles (pieces run) or
      * square inches cut. OPERATION-REPORT records the tools used
      * on each routing step and adds the step's pieces or area to
      * TM-USAGE; a tool that reaches its limit goes BLOCKD and is
      * refused until it is reconditioned (usage back to zero) or
      * replaced (RETIRD, with the new tool id on TM-REPLACED-BY).
      * TOOL-LIFE-REPORT lists the tools nearing their limit.
      * Key: TM-TOOL-ID
      *****************************************************************
       01  TOOL-MASTER-RECORD.
           05  TM-TOOL-ID            PIC X(8).
           05  TM-DESCRIPTION        PIC X(20).
      *    INSERT, DIE or FIXTUR
           05  TM-TOOL-TYPE          PIC X(6).
           05  TM-EQUIP-CODE         PIC X(4).
      *    C - life counted in cycles (good plus scrap pieces run)
      *    A - life counted in square inches of plate cut
           05  TM-LIFE-BASIS         PIC X.
           05  TM-LIFE-LIMIT         PIC 9(9)V99.
           05  TM-USAGE              PIC 9(9)V99.
      *    percent of the limit at which the tool makes the warning
      *    list - zero takes the shop default
           05  TM-WARN-PCT           PIC 9(3).
      *    ACTIVE, BLOCKD (at or past its limit) or RETIRD
           05  TM-STATUS             PIC X(6).
           05  TM-ADDED-DATE         PIC 9(8).
           05  TM-LAST-USED-DATE     PIC 9(8).
           05  TM-RECOND-COUNT       PIC 9(3).
           05  TM-RECOND-DATE        PIC 9(8).
           05  TM-REPLACED-BY        PIC X(8).
           05  TM-OPERATOR           PIC X(10).
