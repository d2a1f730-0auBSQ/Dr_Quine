000012*defaults to the prior calendar month; set PERCLOSE_PERIOD
000013*(YYYYMM) to close a different one. A close is refused when the
000014*dated member already exists, so a rerun cannot clobber a
000015*closed period. The cutover is made by a named operator
000016*(PERCLOSE_OPERATOR, else prompted) who must be ACTIVE on the
000017*operator registry (OPRMGR) with CUTOVER; the operator ID is
000018*stamped on the PERCLOSE audit records.
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. perclose.
000040 ENVIRONMENT DIVISION.
000290 01 cks-fld pic x(10) value space.
000300 01 src-fld pic x(40) value space.
000310 01 out-fld pic x(40) value space.
000320 01 pf-fld pic x(6) value space.
000330 01 recct pic 9(6) value zero.
000340 01 lastgen pic 9(4) value zero.
000350 01 lastcks pic 9(8) value zero.
000380 01 rc pic 9(4) value zero.
000390 01 closect pic 9(2) value zero.
000400 01 errct pic 9(2) value zero.
000402 01 opr-id pic x(8) value space.
000404 01 ocprog pic x(8) value 'PERCLOSE'.
000406 01 occls pic x(8) value 'CUTOVER'.
000408 01 ocreply pic x(1) value space.
000410 01 cfline pic x(120) value spaces.
000420 01 adln pic x(110) value spaces.
000430 01 gl-cl pic x(70) value space.
000690         PERFORM PRIOR-MONTH
000700     END-IF
000710     DISPLAY 'PERCLOSE: closing period ' period
000711     PERFORM GET-OPERATOR
000712     PERFORM GET-RUNLOCK
000720     PERFORM CLOSE-GLOG
000730     PERFORM CLOSE-LINEAGE
000886             ON EXCEPTION CONTINUE
000887         END-CALL
000888         MOVE 0 TO lockon
000888     END-IF.
000888*    a cutover is an operator action like any disposition and
000888*    is refused unless the registry grants CUTOVER
000888 GET-OPERATOR.
000888     ACCEPT opr-id FROM ENVIRONMENT
000888         'PERCLOSE_OPERATOR'
000888     IF opr-id = SPACES
000888         DISPLAY 'PERCLOSE: operator ID?'
000888         ACCEPT opr-id
000888     END-IF
000888     MOVE FUNCTION UPPER-CASE(opr-id) TO opr-id
000888     CALL 'oprchk' USING ocprog opr-id occls ocreply
000888         ON EXCEPTION
000888             MOVE '2' TO ocreply
000888     END-CALL
000888     IF ocreply NOT = '0'
000888         IF ocreply = '1'
000888             DISPLAY 'PERCLOSE: operator ' opr-id
000888                 ' not authorised for CUTOVER, close refused'
000888         ELSE
000888             DISPLAY 'PERCLOSE: operator registry '
000888                 'unavailable, close refused'
000888         END-IF
000888         MOVE 8 TO RETURN-CODE
000888         STOP RUN
000889     END-IF.
000870 PRIOR-MONTH.
000880     MOVE FUNCTION CURRENT-DATE TO rts
001900         EXIT PARAGRAPH
001910     END-IF
001920     ADD 1 TO recct
001930     IF (pf-fld = 'PASS' OR pf-fld = 'REUSED') AND
001935        gen-fld NOT = SPACES AND
001940        FUNCTION NUMVAL(gen-fld) > lastpass
001950         COMPUTE lastpass = FUNCTION NUMVAL(gen-fld)
001960     END-IF.
002820     IF gl-cl NOT = SPACES
002830         MOVE SPACES TO adln
002840         STRING rts ' PERCLOSE '
002850             FUNCTION TRIM(gl-cl) ' ' gl-ct ' BY ' opr-id
002860             INTO adln
002870         WRITE crec FROM adln
002880     END-IF
002890     IF ln-cl NOT = SPACES
002900         MOVE SPACES TO adln
002910         STRING rts ' PERCLOSE '
002920             FUNCTION TRIM(ln-cl) ' ' ln-ct ' BY ' opr-id
002930             INTO adln
002940         WRITE crec FROM adln
002950     END-IF
002960     IF au-cl NOT = SPACES
002970         MOVE SPACES TO adln
002980         STRING rts ' PERCLOSE '
002990             FUNCTION TRIM(au-cl) ' ' au-ct ' BY ' opr-id
003000             INTO adln
003010         WRITE crec FROM adln
003020     END-IF
