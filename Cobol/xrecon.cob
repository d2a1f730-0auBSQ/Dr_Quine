000002*record for the same kid file and that audit record must have
000003*a Grace.log record from the same run (grace stamps both with
000004*one timestamp); every orphan on any side is reported.
000005*A REUSED lineage verdict (gracebat ran the executable it had
000005*already verified instead of compiling the source again) is
000006*held to the same rule, reported under its own name and
000007*counted apart, and its source must be the output of an
000008*earlier PASS or vouched REUSED on the lineage, or predate a
000009*CARRYFWD record that closed its period on a PASS.
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. xrecon.
000030 ENVIRONMENT DIVISION.
000400 01 gen-fld pic x(10) value space.
000410 01 src-fld pic x(40) value space.
000420 01 out-fld pic x(40) value space.
000430 01 pf-fld pic x(6) value space.
000440 01 autab.
000450     10 auent occurs 500.
000460         15 au-ts pic x(21).
000530 01 lntab.
000540     10 lnent occurs 500.
000550         15 ln-ts pic x(21).
000555         15 ln-src pic x(40).
000560         15 ln-out pic x(40).
000570         15 ln-pf pic x(6).
000575         15 ln-ok pic 9.
000580 01 lnmax pic 9(3) value zero.
000590 01 ax pic 9(3).
000600 01 gx pic 9(3).
000620 01 hit pic 9(3) value zero.
000630 01 orphans pic 9(4) value zero.
000640 01 warns pic 9(4) value zero.
000645 01 passct pic 9(4) value zero.
000646 01 reusect pic 9(4) value zero.
000647 01 fullok pic 9 value zero.
000648 01 cfpass pic 9 value zero.
000649 01 vx pic 9(3).
000650 01 trunc pic 9 value zero.
000652 01 pmfs pic xx.
000654 01 parm-fn pic x(70) value 'Gracebat.parm'.
001400     STRING 'ORPHANS ' orphans '  WARNINGS ' warns
001410         INTO rline
001420     WRITE rline
001422     MOVE SPACES TO rline
001424     STRING 'LINEAGE FULL COMPILE PASS ' passct
001426         '  REUSED EXECUTABLE ' reusect INTO rline
001428     WRITE rline
001430     IF orphans = 0 AND warns = 0
001440         MOVE 'ALL THREE LOGS RECONCILE' TO rline
001450         WRITE rline
001930     MOVE SPACES TO out-fld pf-fld
001940     UNSTRING linerec DELIMITED BY ALL ' '
001950         INTO ts-fld gen-fld src-fld out-fld pf-fld
001951*    the carry-forward's frontier stands for the closed
001952*    period's builds: CARRYFWD nnnn YYYYMM CLOSED PASS
001953     IF ts-fld = 'CARRYFWD'
001954         IF out-fld = 'CLOSED' AND pf-fld = 'PASS'
001955             MOVE 1 TO cfpass
001956         END-IF
001957         EXIT PARAGRAPH
001958     END-IF
001960     IF ts-fld = SPACES OR out-fld = SPACES
001970         EXIT PARAGRAPH
001980     END-IF
001990     IF lnmax >= 500
002020     END-IF
002030     ADD 1 TO lnmax
002040     MOVE ts-fld TO ln-ts(lnmax)
002045     MOVE src-fld TO ln-src(lnmax)
002050     MOVE out-fld TO ln-out(lnmax)
002060     MOVE pf-fld TO ln-pf(lnmax).
002070 CHECK-LINEAGE.
002080     IF ln-pf(lx) NOT = 'PASS' AND ln-pf(lx) NOT = 'REUSED'
002090         EXIT PARAGRAPH
002091     END-IF
002091     IF ln-pf(lx) = 'PASS'
002092         ADD 1 TO passct
002092     ELSE
002093         ADD 1 TO reusect
002093         PERFORM CHECK-VOUCHED
002094         MOVE fullok TO ln-ok(lx)
002094         IF fullok = 0
002095             ADD 1 TO warns
002096             MOVE SPACES TO rline
002096             STRING 'LINEAGE REUSED '
002097                 FUNCTION TRIM(ln-out(lx)) ' AT '
002097                 ln-ts(lx) ' HAS NO EARLIER FULL-COMPILE PASS'
002098                 INTO rline
002098             WRITE rline
002099         END-IF
002100     END-IF
002110     MOVE 0 TO hit
002120     PERFORM VARYING ax FROM 1 BY 1 UNTIL ax > aumax
002190     IF hit = 0
002200         ADD 1 TO orphans
002210         MOVE SPACES TO rline
002220         STRING 'LINEAGE ' FUNCTION TRIM(ln-pf(lx)) ' '
002230             FUNCTION TRIM(ln-out(lx)) ' AT '
002240             ln-ts(lx) ' HAS NO GRACE AUDIT RECORD'
002250             INTO rline
002280         IF au-ts(hit)(1:8) NOT = ln-ts(lx)(1:8)
002290             ADD 1 TO warns
002300             MOVE SPACES TO rline
002310             STRING 'LINEAGE ' FUNCTION TRIM(ln-pf(lx)) ' '
002320                 FUNCTION TRIM(ln-out(lx))
002330                 ' AUDIT DATE ' au-ts(hit)(1:8)
002340                 ' DIFFERS FROM LINEAGE DATE '
002350                 ln-ts(lx)(1:8) INTO rline
002360             WRITE rline
002370         END-IF
002371     END-IF.
002371*    a reused executable was verified by the full compile that
002371*    produced the source it was reused on: the REUSED source
002372*    must be the output of an earlier PASS, or of a REUSED
002372*    already vouched for, on this file; a source from before
002373*    the cutover is vouched for by a CARRYFWD closed on a PASS
002373 CHECK-VOUCHED.
002373     MOVE 0 TO fullok hit
002374     PERFORM VARYING vx FROM 1 BY 1 UNTIL vx >= lx
002374         IF ln-out(vx) = ln-src(lx)
002375             MOVE vx TO hit
002375         END-IF
002375     END-PERFORM
002376     IF hit = 0
002376         MOVE cfpass TO fullok
002377         EXIT PARAGRAPH
002377     END-IF
002377     IF ln-pf(hit) = 'PASS'
002378         MOVE 1 TO fullok
002378     END-IF
002379     IF ln-pf(hit) = 'REUSED' AND ln-ok(hit) = 1
002379         MOVE 1 TO fullok
002380     END-IF.
002390 CHECK-AUDIT.
002400     MOVE 0 TO hit
