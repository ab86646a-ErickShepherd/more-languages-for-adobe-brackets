0000HN* successful GPA rewrite, a rerun after an abend applies
0000HO* exactly the records the failed run never reached, and the
0000HP* resubmission summary shows how much of the file was new.
0000PA* A grade that has to change after its term is posted goes
0000PB* through GRDCHG, not a resubmission.
0000HQ*
0000QA* Every grade record is also checked against the course
0000QB* catalog CRSMAINT maintains: a course code not on the catalog
0000QC* is rejected with reason NOCRS, a course the catalog marks
0000QD* retired with RETCRS, and credit hours that differ from the
0000QE* catalog's standard credit hours with CRDMIS, so a mistyped
0000QF* course code or credit figure can no longer reach a GPA.
0000QG*
00000I* The grade detail file must be in student-ID order (the
00000J* registrar's office sorts its submission); each student's
00000K* grades are accumulated across a control break on the ID.
00000P*   15-22  course code
00000Q*   23-24  credit hours, 9V9 form (10 = 1.0)
00000R*   25     letter grade A/B/C/D/F
0000RA*
0000RB* DD names: STUDMAST (student master), GRADES (grade detail),
0000RC* CRSCAT (course catalog, read only), GRDREJ (rejects),
0000RD* CHGHIST (journal), GRDHIST (grade history), GRDLEDGR
0000RE* (posted-term ledger), RUNCTL (run control), SYSOUT (report).
00000S
000037 IDENTIFICATION DIVISION.
000038 PROGRAM-ID.       GRDPOST.
0133FC         ACCESS MODE IS DYNAMIC
0133FD         RECORD KEY IS LEDGER-KEY
0133FE         FILE STATUS IS WS-LEDGER-STATUS.
0133GA     SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSCAT"
0133GB         ORGANIZATION IS INDEXED
0133GC         ACCESS MODE IS DYNAMIC
0133GD         RECORD KEY IS CATALOG-COURSE-CODE
0133GE         FILE STATUS IS WS-CATALOG-STATUS.
0133DA     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
0133DB         ORGANIZATION IS INDEXED
0133DC         ACCESS MODE IS DYNAMIC
0049TH     05  LEDG-DELIM          PIC X.
0049TI     05  LEDG-POST-DATE      PIC X(10).
0049TJ
0049UA FD  COURSE-CATALOG-FILE
0049UB     RECORD CONTAINS 40 CHARACTERS
0049UC     DATA RECORD IS COURSE-CATALOG-RECORD.
0049UD 01  COURSE-CATALOG-RECORD.
0049UE     05  CATALOG-COURSE-CODE PIC X(8).
0049UF     05  CATALOG-TITLE       PIC X(25).
0049UG     05  CATALOG-DEPARTMENT  PIC X(4).
0049UH     05  CATALOG-CREDIT-HOURS PIC 9V9.
0049UI     05  CATALOG-STATUS      PIC X.
0049UJ         88  CATALOG-IS-RETIRED VALUE 'R'.
0049UK
0049TA FD  RUN-CONTROL-FILE
0049TB     RECORD CONTAINS 71 CHARACTERS
0049TC     DATA RECORD IS RUN-CONTROL-RECORD.
0576DG 01  DUP-TERM-REJECTED       PIC 9(7)      VALUE ZERO.
0576DH 01  PAIRS-ALREADY-POSTED    PIC 9(7)      VALUE ZERO.
0576DI 01  PAIRS-NEWLY-POSTED      PIC 9(7)      VALUE ZERO.
0576CA 01  WS-CATALOG-STATUS       PIC X(2)      VALUE SPACES.
0576CB 01  WS-COURSE-FOUND-SWITCH  PIC X(3)      VALUE 'NO '.
0576CC     88  COURSE-FOUND        VALUE 'YES'.
0576CD 01  NO-COURSE-REJECTED      PIC 9(7)      VALUE ZERO.
0576CE 01  RETIRED-REJECTED        PIC 9(7)      VALUE ZERO.
0576CF 01  CREDIT-MISMATCH-REJECTED PIC 9(7)     VALUE ZERO.
0576DJ
0576DK* One entry per term seen for the student now being
0576DL* accumulated: the ledger is read once per student/term pair
00068F         VALUE  'Rejected - term already posted'.
00068G     05  FILLER              PIC X(35)     VALUE SPACES.
00068H
0068HA 01  NO-COURSE-LINE.
0068HB     05  FILLER              PIC X(7)      VALUE SPACES.
0068HC     05  NO-COURSE-OUT       PIC 9(7).
0068HD     05  FILLER              PIC X         VALUE SPACE.
0068HE     05  FILLER              PIC X(30)
0068HF         VALUE  'Rejected - course not on file'.
0068HG     05  FILLER              PIC X(35)     VALUE SPACES.
0068HH
0068HI 01  RETIRED-COURSE-LINE.
0068HJ     05  FILLER              PIC X(7)      VALUE SPACES.
0068HK     05  RETIRED-COURSE-OUT  PIC 9(7).
0068HL     05  FILLER              PIC X         VALUE SPACE.
0068HM     05  FILLER              PIC X(30)
0068HN         VALUE  'Rejected - course retired'.
0068HO     05  FILLER              PIC X(35)     VALUE SPACES.
0068HP
0068HQ 01  CREDIT-MISMATCH-LINE.
0068HR     05  FILLER              PIC X(7)      VALUE SPACES.
0068HS     05  CREDIT-MISMATCH-OUT PIC 9(7).
0068HT     05  FILLER              PIC X         VALUE SPACE.
0068HU     05  FILLER              PIC X(30)
0068HV         VALUE  'Rejected - credit mismatch'.
0068HW     05  FILLER              PIC X(35)     VALUE SPACES.
0068HX
00068I 01  PAIRS-POSTED-LINE.
00068J     05  FILLER              PIC X(7)      VALUE SPACES.
00068K     05  PAIRS-POSTED-OUT    PIC 9(7).
00112N         PERFORM STAMP-RUN-END
00112O         STOP RUN
00112P     END-IF.
0112PA     OPEN INPUT COURSE-CATALOG-FILE.
0112PB     IF WS-CATALOG-STATUS NOT = '00'
0112PC         DISPLAY 'CATALOG OPEN FAILED - ' WS-CATALOG-STATUS
0112PD         MOVE 16 TO RETURN-CODE
0112PE         PERFORM STAMP-RUN-END
0112PF         STOP RUN
0112PG     END-IF.
001130     PERFORM WRITE-PAGE-HEADER.
001140     READ GRADE-DETAIL-FILE
001150         AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
001235           CHANGE-HISTORY-FILE
001236           GRADE-HISTORY-FILE
001237           POSTED-TERM-LEDGER
01237A           COURSE-CATALOG-FILE
001240           PRINT-FILE.
001245     PERFORM STAMP-RUN-END.
001250     STOP RUN.
001630             END-IF
001640         END-IF
001650     END-IF.
01650A     IF WS-REJECT-REASON = SPACES
01650B         PERFORM CHECK-COURSE-CATALOG
01650C     END-IF.
00165A     IF WS-REJECT-REASON = SPACES
00165B         PERFORM CHECK-TERM-LEDGER
00165C         IF WS-TERM-VERDICT = 'D'
002040     WRITE PRINT-LINE.
002050     ADD 1 TO WS-LINE-COUNT.
002060
01206A* The course code must be on the catalog, not retired, and
01206B* carry the catalog's standard credit hours; each failure has
01206C* its own reason code and its own count on the totals page.
01206D
01206E CHECK-COURSE-CATALOG.
01206F     MOVE 'NO ' TO WS-COURSE-FOUND-SWITCH.
01206G     MOVE GRADE-COURSE-CODE TO CATALOG-COURSE-CODE.
01206H     READ COURSE-CATALOG-FILE
01206I         INVALID KEY
01206J             CONTINUE
01206K         NOT INVALID KEY
01206L             MOVE 'YES' TO WS-COURSE-FOUND-SWITCH
01206M     END-READ.
01206N     IF NOT COURSE-FOUND
01206O         MOVE 'NOCRS' TO WS-REJECT-REASON
01206P         ADD 1 TO NO-COURSE-REJECTED
01206Q     ELSE
01206R         IF CATALOG-IS-RETIRED
01206S             MOVE 'RETCRS' TO WS-REJECT-REASON
01206T             ADD 1 TO RETIRED-REJECTED
01206U         ELSE
01206V             IF GRADE-CREDIT-HOURS NOT = CATALOG-CREDIT-HOURS
01206W                 MOVE 'CRDMIS' TO WS-REJECT-REASON
01206X                 ADD 1 TO CREDIT-MISMATCH-REJECTED
01206Y             END-IF
01206Z         END-IF
01207A     END-IF.
01207B
00206A* The ledger is read once per student/term pair; later
00206B* records of the same term reuse the verdict from the table,
00206C* so a term file of any size costs one ledger read per term.
00250A     MOVE DUP-TERM-REJECTED TO DUP-TERM-OUT.
00250B     MOVE DUP-TERM-LINE TO PRINT-LINE.
00250C     WRITE PRINT-LINE.
0250CA     MOVE NO-COURSE-REJECTED TO NO-COURSE-OUT.
0250CB     MOVE NO-COURSE-LINE TO PRINT-LINE.
0250CC     WRITE PRINT-LINE.
0250CD     MOVE RETIRED-REJECTED TO RETIRED-COURSE-OUT.
0250CE     MOVE RETIRED-COURSE-LINE TO PRINT-LINE.
0250CF     WRITE PRINT-LINE.
0250CG     MOVE CREDIT-MISMATCH-REJECTED TO CREDIT-MISMATCH-OUT.
0250CH     MOVE CREDIT-MISMATCH-LINE TO PRINT-LINE.
0250CI     WRITE PRINT-LINE.
00250D     MOVE PAIRS-NEWLY-POSTED TO PAIRS-POSTED-OUT.
00250E     MOVE PAIRS-POSTED-LINE TO PRINT-LINE.
00250F     WRITE PRINT-LINE.
002510     MOVE STUDENTS-UPDATED TO STUDENTS-UPDATED-OUT.
002520     MOVE STUDENTS-UPDATED-LINE TO PRINT-LINE.
002530     WRITE PRINT-LINE.
002540     ADD 11 TO WS-LINE-COUNT.
002550
002560 WRITE-PAGE-HEADER.
002570     ADD 1 TO WS-PAGE-NUMBER.
008035     PERFORM CHECK-RUN-CONFLICT.
008036     MOVE 'STUDRCVR' TO WS-CONFLICT-JOB.
008037     PERFORM CHECK-RUN-CONFLICT.
008038     MOVE 'CRSMAINT' TO WS-CONFLICT-JOB.
008039     PERFORM CHECK-RUN-CONFLICT.
00803A     MOVE 'GRDCHG' TO WS-CONFLICT-JOB.
00803B     PERFORM CHECK-RUN-CONFLICT.
008040     PERFORM STAMP-RUN-START.
008041     CLOSE RUN-CONTROL-FILE.
008042
