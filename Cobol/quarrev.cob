000011*disposition is stamped to Quarantine.log with operator
000012*initials and a comment. Dispositions run under the suite lock
000013*because a release writes into the working directory the chain
000014*programs read from. The operator ID is checked against the
000015*operator registry (OPRMGR) for the RELEASE or PURGE class
000016*before the lock is taken; oprchk refuses and logs anyone else.
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. quarrev.
000040 ENVIRONMENT DIVISION.
001050 01 lkreply pic x(1) value space.
001060 01 lockon pic 9 value zero.
001062 01 canrun pic 9 value 1.
001064 01 ocprog pic x(8) value 'QUARREV'.
001065 01 occls pic x(8) value space.
001066 01 ocreply pic x(1) value space.
001067 01 authok pic 9 value zero.
001070 PROCEDURE DIVISION.
001080     PERFORM GET-PARM-CARDS
001090     DISPLAY 'QUARREV: quarantine directory '
004720             ' already exists, release refused'
004730         EXIT PARAGRAPH
004740     END-IF
004745     MOVE 'RELEASE' TO occls
004746     PERFORM GET-WHO-COMMENT
004747     IF authok = 0
004748         EXIT PARAGRAPH
004749     END-IF
004750     PERFORM GET-RUNLOCK
004760     IF canrun = 0
004770         EXIT PARAGRAPH
004780     END-IF
004800     MOVE SPACES TO cmd
004810     STRING 'mv ' FUNCTION TRIM(quar-dir) '/'
004820         FUNCTION TRIM(member) ' '
005170         EXIT PARAGRAPH
005180     END-IF
005190     MOVE SPACES TO opt
005195     MOVE 'PURGE' TO occls
005196     PERFORM GET-WHO-COMMENT
005197     IF authok = 0
005198         EXIT PARAGRAPH
005199     END-IF
005200     PERFORM GET-RUNLOCK
005210     IF canrun = 0
005220         EXIT PARAGRAPH
005230     END-IF
005250     MOVE SPACES TO cmd
005260     STRING 'rm -f ' FUNCTION TRIM(quar-dir) '/'
005270         FUNCTION TRIM(member) INTO cmd
005370     PERFORM FREE-RUNLOCK.
005380 GET-WHO-COMMENT.
005390     MOVE SPACES TO who-in cmt-in
005400     DISPLAY 'OPERATOR ID?'
005410     ACCEPT who-in
005415     MOVE FUNCTION UPPER-CASE(who-in) TO who-in
005420     IF who-in = SPACES
005430         MOVE 'UNKNOWN' TO who-in
005440     END-IF
005442     PERFORM CHECK-AUTHORITY
005444     IF authok = 0
005446         EXIT PARAGRAPH
005448     END-IF
005450     DISPLAY 'COMMENT?'
005460     ACCEPT cmt-in.
005461*    fails closed: no registry, no disposition
005461 CHECK-AUTHORITY.
005461     MOVE 0 TO authok
005462     CALL 'oprchk' USING ocprog who-in occls ocreply
005462         ON EXCEPTION
005463             MOVE '2' TO ocreply
005463     END-CALL
005464     EVALUATE ocreply
005464         WHEN '0'
005465             MOVE 1 TO authok
005465         WHEN '1'
005466             DISPLAY 'QUARREV: operator ' who-in
005466                 ' not authorised for '
005467                 FUNCTION TRIM(occls) ', refused'
005467         WHEN OTHER
005468             DISPLAY 'QUARREV: operator registry '
005468                 'unavailable, ' FUNCTION TRIM(occls)
005469                 ' refused'
005469     END-EVALUATE.
005470 WRITE-DISPO.
005480     MOVE FUNCTION CURRENT-DATE TO rts
005490     MOVE SPACES TO qlln
