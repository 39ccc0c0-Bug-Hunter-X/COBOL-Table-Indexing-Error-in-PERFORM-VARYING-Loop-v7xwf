      *****************************************************************
      *  CPSODEXT - record layout for the SODEXT operator activity
      *  extract TBLSODR writes for internal audit. One 80-byte
      *  record per AUDITLOG / AUDARCH line in the review period
      *  (nightly load lines excepted): the stamp and its day of
      *  week (1 = Monday .. 7 = Sunday), the table and entry, the
      *  CPAUDLOG action code, where the line came from (O online -
      *  TMNT or TAPV, M a TBLMAINT run, B any other batch run), the
      *  operator the action is charged to, the approver, the run
      *  id as logged, and one byte per review flag - Y when the
      *  line was flagged, space when not. Records come out grouped
      *  by table and entry, newest first within the entry.
      *****************************************************************
       01  SOD-REC.
           05  SOD-DATE                PIC 9(8).
           05  SOD-TIME                PIC 9(6).
           05  SOD-DAY-OF-WEEK         PIC 9(1).
           05  SOD-TABLE-ID            PIC X(4).
           05  SOD-ENTRY               PIC X(20).
           05  SOD-ACTION              PIC X(1).
           05  SOD-SOURCE              PIC X(1).
               88 SOD-FROM-ONLINE               VALUE "O".
               88 SOD-FROM-TBLMAINT             VALUE "M".
               88 SOD-FROM-BATCH                VALUE "B".
           05  SOD-OPERATOR            PIC X(8).
           05  SOD-CHECKER             PIC X(8).
           05  SOD-JOBID               PIC X(8).
           05  SOD-FLAGS.
      *        Online action outside the business hours on SODCARD.
               10  SOD-FLAG-HOURS      PIC X(1).
      *        Online action on a Saturday or Sunday.
               10  SOD-FLAG-WEEKEND    PIC X(1).
      *        The operator changed this entry more than once that day.
               10  SOD-FLAG-REPEAT     PIC X(1).
      *        Online change later reversed by TBLBKOUT.
               10  SOD-FLAG-BACKOUT    PIC X(1).
      *        Online change followed the same day by a TBLMAINT
      *        correction to the same entry.
               10  SOD-FLAG-MAINTCOR   PIC X(1).
      *        Change approved by the operator who made it.
               10  SOD-FLAG-SELFAPV    PIC X(1).
           05  FILLER                  PIC X(9).
