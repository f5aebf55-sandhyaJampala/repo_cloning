      *   PROGRAMS MXBPB510 AND MXBPB511: THE REPORT-TABLE (KEYED BY
      *   SPECIAL-HANDLING CODE AND ENTITY), THE CONTROL-REPORT, CSV
      *   EXTRACT, EXCEPTION, CHECKPOINT AND SUMMARY LINES, AND THE
      *   DOCUMENT/ENVELOPE KEY WORK FIELDS, AND THE STATEMENT INSERT
      *   COUNTS BY INSERT CODE.  BOTH PROGRAMS COPY THIS
      *   MEMBER SO THE TWO CONTROL REPORTS CANNOT DRIFT APART.
      *   PAIRED WITH THE MXWPB51 PROCEDURE MEMBER.
      *****************************************************************
017845     05  CKPT-TOTAL-ENV                 PIC 9(6)  VALUE 0.
017846     05  CKPT-PREV-DOC-KEY              PIC X(38) VALUE SPACES.
017847     05  CKPT-PREV-ENV-KEY              PIC X(27) VALUE SPACES.
017848     05  CKPT-INS-MAX-SV                PIC 9(3)  VALUE 0.
017849     05  FILLER                         PIC X(11) VALUE SPACES.
017850 01  CHECKPOINT-DETAIL-RECORD.
017851     05  CKPT-DTL-SPECIAL-HANDLING      PIC X(2)  VALUE SPACES.
017851     05  CKPT-DTL-ENTITY-NO             PIC 9(4)  VALUE 0.
017873     05  SUM-RETURN-CODE                PIC S9(2) VALUE 0.
017874     05  FILLER                         PIC X(55) VALUE SPACES.
017875
017876*****************************************************************
017877* ONE CHECKPOINT RECORD PER INSERT CODE, AFTER THE DETAILS      *
017878*****************************************************************
017879 01  CHECKPOINT-INSERT-RECORD.
017880     05  CKPT-INS-CODE                  PIC X(2)  VALUE SPACES.
017881     05  CKPT-INS-CNT                   PIC 9(9)  VALUE 0.
017882     05  FILLER                         PIC X(89) VALUE SPACES.
017883
017884*****************************************************************
017885* STATEMENT INSERTS PULLED, BY THE VENDOR'S INSERT CODE CARRIED *
017886* IN THE LAST TEN BYTES OF THE UNIQUE KEY (SEE XRXDOC)           *
017887*****************************************************************
017888 01  INSERT-TABLE.
017889     05  INS-ENTRY       OCCURS 50 TIMES.
017890        10  INS-CODE                PIC X(2) VALUE SPACES.
017891        10  INS-CNT                 PIC 9(9)  COMP-3 VALUE 0.
017892
017893 01  CONTROL-RPT-INSERT.
017894     05  INT-LABEL                       PIC X(6)  VALUE 'INSERT'.
017895     05  INT-INSERT-CODE                 PIC X(2)  VALUE SPACES.
017896     05  INT-INSERT-CNT                  PIC 9(9)  VALUE 0.
017897     05  FILLER                          PIC X(83) VALUE SPACES.
017898
017700 01  WS-FIELDS.                                                   01510000
017800     05  WS-DOC-KEY.                                              01520000
017900         10  WS-DOC-SH                   PIC X(2)  VALUE SPACE.   01530000
022852     05  WS-BLANK-DATE-WARN-THRESH   PIC 9(3)  COMP   VALUE 2.
022853     05  WS-BLANK-DATE-WARNED-SW         PIC X          VALUE 'N'.
022854         88  WS-BLANK-DATE-WARNING-ISSUED          VALUE 'Y'.
022860     05  WS-INS-SUB                  PIC 9(3)  COMP   VALUE 0.
022861     05  WS-INS-X                    PIC 9(3)  COMP   VALUE 0.
022862     05  WS-INS-MAX                  PIC 9(3)  COMP   VALUE 0.
022863     05  WS-INS-TABLE-MAX            PIC 9(3)  COMP   VALUE 50.
022864     05  WS-INS-TOTAL                PIC 9(9)  VALUE 0.
022865     05  WS-INS-KEY.
022866         10  FILLER                  PIC X(15) VALUE SPACE.
022867         10  WS-INS-KEY-CODE         PIC X(2) OCCURS 5 TIMES.
022900     05  WS-TOTAL-RECORDS                PIC 9(6)  VALUE 0.       01920000
023000     05  WS-TOTAL-ENV                    PIC 9(6)  VALUE 0.       01930000
023100     05  WS-TOTAL-DOCS                   PIC 9(6)  VALUE 0.       01940000
