      *------------------------------
      *o3DIAG Source Time Zone Table
      *------------------------------
      *Copyright (c) openw3rk INVENT
      *License: MIT-License
      *------------------------------
      *The zone names SOURCE-TZ may give, each with its standard
      *offset from UTC in minutes and its daylight-saving rule:
      *  N  no daylight saving - the standard offset all year;
      *  E  EU rule - one hour ahead from 01:00 UTC on the last
      *     Sunday of March to 01:00 UTC on the last Sunday of
      *     October;
      *  U  US rule - one hour ahead from 02:00 local standard
      *     time on the second Sunday of March to 02:00 local
      *     daylight time on the first Sunday of November.
      *Names are matched upper-cased. A source whose zone is not
      *listed can still be given as a fixed offset (+05:30,
      *-0400) instead of a name. Shared by every program that
      *turns a source's local stamps into UTC, so they cannot
      *disagree about a zone.
      *-----------------------------------------------
       01  TZ-ZONE-TABLE.
           05  FILLER PIC X(26) VALUE "UTC                 +0000N".
           05  FILLER PIC X(26) VALUE "GMT                 +0000N".
           05  FILLER PIC X(26) VALUE "WET                 +0000E".
           05  FILLER PIC X(26) VALUE "CET                 +0060E".
           05  FILLER PIC X(26) VALUE "EET                 +0120E".
           05  FILLER PIC X(26) VALUE "EUROPE/LONDON       +0000E".
           05  FILLER PIC X(26) VALUE "EUROPE/DUBLIN       +0000E".
           05  FILLER PIC X(26) VALUE "EUROPE/LISBON       +0000E".
           05  FILLER PIC X(26) VALUE "EUROPE/BERLIN       +0060E".
           05  FILLER PIC X(26) VALUE "EUROPE/PARIS        +0060E".
           05  FILLER PIC X(26) VALUE "EUROPE/AMSTERDAM    +0060E".
           05  FILLER PIC X(26) VALUE "EUROPE/ZURICH       +0060E".
           05  FILLER PIC X(26) VALUE "EUROPE/VIENNA       +0060E".
           05  FILLER PIC X(26) VALUE "EUROPE/WARSAW       +0060E".
           05  FILLER PIC X(26) VALUE "EUROPE/HELSINKI     +0120E".
           05  FILLER PIC X(26) VALUE "EUROPE/ATHENS       +0120E".
           05  FILLER PIC X(26) VALUE "EST5EDT             -0300U".
           05  FILLER PIC X(26) VALUE "CST6CDT             -0360U".
           05  FILLER PIC X(26) VALUE "MST7MDT             -0420U".
           05  FILLER PIC X(26) VALUE "PST8PDT             -0480U".
           05  FILLER PIC X(26) VALUE "AMERICA/NEW_YORK    -0300U".
           05  FILLER PIC X(26) VALUE "AMERICA/CHICAGO     -0360U".
           05  FILLER PIC X(26) VALUE "AMERICA/DENVER      -0420U".
           05  FILLER PIC X(26) VALUE "AMERICA/LOS_ANGELES -0480U".
           05  FILLER PIC X(26) VALUE "ASIA/KOLKATA        +0330N".
           05  FILLER PIC X(26) VALUE "ASIA/SINGAPORE      +0480N".
           05  FILLER PIC X(26) VALUE "ASIA/TOKYO          +0540N".
       01  TZ-ZONE-ENTRIES REDEFINES TZ-ZONE-TABLE.
           05  TZ-ZONE-ENTRY OCCURS 27 TIMES.
               10  TZ-ZONE-NAME     PIC X(20).
               10  TZ-ZONE-MINUTES  PIC S9(4) SIGN LEADING SEPARATE.
               10  TZ-ZONE-RULE     PIC X.
       01  TZ-ZONE-COUNT            PIC 9(2) VALUE 27.
