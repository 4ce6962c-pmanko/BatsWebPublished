               10  PI-POSITION             PIC X(02).
           05  PI-BATS                     PIC X.
           05  PI-THROWS                   PIC X.
           05  PI-BIRTH-DATE               PIC X(10).
           05  FILLER                      PIC X(03).

       working-storage section.
       01 WS-PLAYERINFO-FILE  PIC X(256) VALUE "PLAYERINFO.DAT".
