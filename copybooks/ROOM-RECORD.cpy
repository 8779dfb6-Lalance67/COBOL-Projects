      *****************************************************************
      * ROOM-RECORD.cpy
      * Shared record layout for the indexed ROOM-MASTER file - one
      * record per teaching space, kept by ROOM-MAINTENANCE. The
      * room code is what COURSE-SECTION carries in CS-ROOM;
      * SECTION-MAINTENANCE refuses a room not on this file and a
      * section capacity above the room's seat count, and
      * ROOM-UTILIZATION-REPORT measures each room's use for the
      * facilities office. RM-READER-ID ties the room's badge
      * reader to it, so BADGE-SCAN-INTAKE can tell which room
      * a scan came from.
      * Key: RM-ROOM-CODE
      * Usage: COPY "ROOM-RECORD.cpy".
      *****************************************************************
       01  ROOM-MASTER-RECORD.
           05  RM-ROOM-CODE          PIC X(5).
           05  RM-BUILDING           PIC X(10).
           05  RM-SEATS              PIC 9(3).
      *    C classroom, L lab, G gym, A auditorium, S studio/shop
           05  RM-ROOM-TYPE          PIC X.
      *    Y wheelchair accessible, N not
           05  RM-ACCESSIBLE         PIC X.
      *    the classroom badge reader mounted in the room - spaces
      *    for a room with none
           05  RM-READER-ID          PIC X(6).
