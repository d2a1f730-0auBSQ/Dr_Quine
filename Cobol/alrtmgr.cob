000007*comment, and runs an escalation pass that flags anything still
000008*OPEN past ALRTMGR_ESC_DAYS (default 2) days old. The loader
000009*keeps a high-water timestamp in Grace_alrthw.ckpt so a reload
000010*never duplicates alerts already on the master. The operator
000011*ID given for an acknowledgement or close must be ACTIVE on the
000012*operator registry (OPRMGR) with the ACK or CLOSE class; oprchk
000013*refuses anyone else and logs the attempt. An acknowledgement
000014*and a close are each kept with their own operator, time and
000015*comment, so closing an alert never loses who acknowledged it
000016*or when.
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. alrtmgr.
000040 ENVIRONMENT DIVISION.
000300     10 al-who pic x(8).
000310     10 al-ack-ts pic x(21).
000320     10 al-cmt pic x(40).
000322     10 al-cls-who pic x(8).
000324     10 al-cls-ts pic x(21).
000326     10 al-cls-cmt pic x(40).
000330 FD hwckpt.
000340 01 hwrec pic x(21).
000350 WORKING-STORAGE SECTION.
000570 01 age-d pic s9(7) value zero.
000580 01 today-i pic 9(7) value zero.
000590 01 alert-i pic 9(7) value zero.
000592 01 ocprog pic x(8) value 'ALRTMGR'.
000594 01 occls pic x(8) value space.
000596 01 ocreply pic x(1) value space.
000598 01 authok pic 9 value zero.
000600 PROCEDURE DIVISION.
000610     ACCEPT esc-env FROM ENVIRONMENT
000620         'ALRTMGR_ESC_DAYS'
001830     END-IF
001840*    gracebat writes two shapes: a generation failure carrying
001850*    the failing source member, and GENERATION MASTER NOT
001860*    UPDATED when genmupd was unavailable. basechk's refusals
001862*    name the source as BASELINE:<source> and raise HIGH
001864*    through the member branch
001870     IF src-fld = 'GENERATION'
001880         MOVE 'GENMAST' TO al-src
001890         MOVE 'MED ' TO al-sev
001930     END-IF
001940     MOVE 'OPEN  ' TO al-stat
001950     MOVE SPACES TO al-who al-ack-ts al-cmt
001955     MOVE SPACES TO al-cls-who al-cls-ts al-cls-cmt
001960     WRITE amr
001970         INVALID KEY
001980             DISPLAY 'ALRTMGR: write failed for alert '
002510             ' is already closed'
002520         EXIT PARAGRAPH
002530     END-IF
002535     MOVE 'ACK' TO occls
002540     PERFORM GET-WHO-COMMENT
002545     IF authok = 0
002546         EXIT PARAGRAPH
002547     END-IF
002550     MOVE 'ACK   ' TO al-stat
002560     MOVE who-in TO al-who
002570     MOVE FUNCTION CURRENT-DATE TO nts
002770             ' is already closed'
002780         EXIT PARAGRAPH
002790     END-IF
002795     MOVE 'CLOSE' TO occls
002800     PERFORM GET-WHO-COMMENT
002805     IF authok = 0
002806         EXIT PARAGRAPH
002807     END-IF
002810     MOVE 'CLOSED' TO al-stat
002820     MOVE who-in TO al-cls-who
002830     MOVE FUNCTION CURRENT-DATE TO nts
002840     MOVE nts TO al-cls-ts
002850     MOVE cmt-in TO al-cls-cmt
002860     REWRITE amr
002870     DISPLAY 'ALRTMGR: alert ' no-wk ' closed by '
002880         who-in.
003010     COMPUTE no-wk = FUNCTION NUMVAL(ans).
003020 GET-WHO-COMMENT.
003030     MOVE SPACES TO who-in cmt-in
003040     DISPLAY 'OPERATOR ID?'
003050     ACCEPT who-in
003055     MOVE FUNCTION UPPER-CASE(who-in) TO who-in
003060     IF who-in = SPACES
003070         MOVE 'UNKNOWN' TO who-in
003080     END-IF
003082     PERFORM CHECK-AUTHORITY
003084     IF authok = 0
003086         EXIT PARAGRAPH
003088     END-IF
003090     DISPLAY 'COMMENT?'
003100     ACCEPT cmt-in.
003101*    fails closed: no registry, no disposition
003101 CHECK-AUTHORITY.
003101     MOVE 0 TO authok
003102     CALL 'oprchk' USING ocprog who-in occls ocreply
003102         ON EXCEPTION
003103             MOVE '2' TO ocreply
003103     END-CALL
003104     EVALUATE ocreply
003104         WHEN '0'
003105             MOVE 1 TO authok
003105         WHEN '1'
003106             DISPLAY 'ALRTMGR: operator ' who-in
003106                 ' not authorised for '
003107                 FUNCTION TRIM(occls) ', refused'
003107         WHEN OTHER
003108             DISPLAY 'ALRTMGR: operator registry '
003108                 'unavailable, ' FUNCTION TRIM(occls)
003109                 ' refused'
003109     END-EVALUATE.
003110 ESCALATION-PASS.
003120     MOVE 0 TO escct
003130     MOVE FUNCTION CURRENT-DATE TO nts
