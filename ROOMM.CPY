      *>----------------------------------------------------------
      *> ROOMM.CPY
      *> Record layout for the indexed ROOM-MASTER-FILE
      *> (ROOMM.DAT), keyed RM-ROOM-CODE: one row per teaching
      *> room with the seats it physically holds. Class-Enroll
      *> maintains the file from ROOMTXN.DAT and refuses any
      *> offering whose OFF-CAPACITY is larger than the room its
      *> section is scheduled into; Room-Util prints the
      *> facilities grid off it.
      *>----------------------------------------------------------
       01  ROOM-MASTER-RECORD.
           02  RM-ROOM-CODE        PIC X(6).
           02  RM-BUILDING         PIC X(12).
           02  RM-SEATS            PIC 9(3).
