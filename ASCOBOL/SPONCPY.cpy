           88  EndOfSponsorFile     VALUE HIGH-VALUES.
           02  SponsorId            PIC 9(7).
           02  SponsorName          PIC X(30).
           02  SponsorType          PIC X.
               88  SponsorEmployer  VALUE "E".
               88  SponsorEmbassy   VALUE "M".
               88  SponsorAgency    VALUE "A".
           02  SponsorContact       PIC X(25).
           02  SponsorAddress.
               03  SponsorAddrLine  PIC X(30) OCCURS 3 TIMES.
           02  SponsorStatus        PIC X.
               88  SponsorActive    VALUE "A", SPACE.
               88  SponsorInactive  VALUE "I".
