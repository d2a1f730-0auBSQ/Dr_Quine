000012*gracebat's compiled kids run inside gracebat's own lock.
000013*Read-only utilities do not call here and pass freely. The
000014*lockctl driver is the operator console for showing and
000015*clearing the lock by hand; a clear needs an operator ID that
000016*is ACTIVE on the operator registry (OPRMGR) with LOCKCLR.
000017*Showing the lock asks runlock whether it is stale, so the
000018*console, NOTIFY and the acquire path share one judgment.
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. lockctl.
000040 ENVIRONMENT DIVISION.
000190 01 int-fld pic x(20) value space.
000200 01 cmd pic x(200) value spaces.
000210 01 rc pic 9(4) value zero.
000211 01 who-in pic x(8) value space.
000212 01 ocprog pic x(8) value 'LOCKCTL'.
000213 01 occls pic x(8) value 'LOCKCLR'.
000214 01 ocreply pic x(1) value space.
000215 01 lkfunc pic x(1) value 'Q'.
000216 01 lkholder pic x(8) value space.
000217 01 lkintent pic x(20) value space.
000218 01 lkreply pic x(1) value space.
000220 PROCEDURE DIVISION.
000230     PERFORM SHOW-LOCK
000240     PERFORM UNTIL opt = '0' OR opt = 'Q'
000610         INTO hold-fld ts-fld int-fld
000620     DISPLAY 'LOCKCTL: lock held by ' hold-fld
000630         ' since ' ts-fld(1:14) ' for '
000631         FUNCTION TRIM(int-fld)
000632     MOVE 'Q' TO lkfunc
000633     CALL 'runlock' USING lkfunc lkholder
000634         lkintent lkreply
000635         ON EXCEPTION MOVE SPACES TO lkreply
000636     END-CALL
000637     IF lkreply = '3'
000638         DISPLAY 'LOCKCTL: *STALE* lock is past '
000639             'RUNLOCK_STALE_MINS, the next acquire takes '
000640             'it over'
000641     END-IF.
000650 CLEAR-LOCK.
000651     DISPLAY 'OPERATOR ID?'
000651     MOVE SPACES TO who-in
000652     ACCEPT who-in
000652     MOVE FUNCTION UPPER-CASE(who-in) TO who-in
000653     CALL 'oprchk' USING ocprog who-in occls ocreply
000653         ON EXCEPTION
000654             MOVE '2' TO ocreply
000654     END-CALL
000655     IF ocreply NOT = '0'
000655         IF ocreply = '1'
000656             DISPLAY 'LOCKCTL: operator ' who-in
000656                 ' not authorised for LOCKCLR, clear refused'
000657         ELSE
000657             DISPLAY 'LOCKCTL: operator registry '
000658                 'unavailable, clear refused'
000658         END-IF
000659         EXIT PARAGRAPH
000659     END-IF
000660     MOVE 'rm -f Grace_runlock.dat' TO cmd
000670     CALL 'SYSTEM' USING cmd RETURNING rc
000680     IF rc = 0
000690         DISPLAY 'LOCKCTL: suite lock cleared by ' who-in
000700     ELSE
000710         DISPLAY 'LOCKCTL: clear failed, rc=' rc
000720     END-IF.
000780*    function code ('A' acquire, 'R' release), the caller's
000790*    holder name and intent, and a reply byte: '0' the caller
000800*    holds (or runs under) the lock, '1' the suite is busy,
000810*    '2' the call itself was bad. 'Q' queries without taking
000811*    the lock: the holder and intent come back in the caller's
000812*    fields and the reply is '0' no lock on disk, '1' held,
000813*    '3' held but stale.
000820 ENVIRONMENT DIVISION.
000830 INPUT-OUTPUT SECTION.
000840 FILE-CONTROL.
001170             PERFORM ACQUIRE-LOCK
001180         WHEN 'R'
001190             PERFORM RELEASE-LOCK
001195         WHEN 'Q'
001196             PERFORM QUERY-LOCK
001200         WHEN OTHER
001210             DISPLAY 'RUNLOCK: bad function code '''
001220                 lk-func ''''
001540         hold-fld ' since ' ts-fld(1:14) ' for '
001550         FUNCTION TRIM(int-fld)
001560     MOVE '1' TO lk-reply.
001561 QUERY-LOCK.
001561     MOVE SPACES TO lk-holder lk-intent
001561     OPEN INPUT lockf
001562     IF lkfs NOT = '00'
001562         MOVE '0' TO lk-reply
001563         EXIT PARAGRAPH
001563     END-IF
001564     READ lockf
001564     CLOSE lockf
001565     MOVE SPACES TO hold-fld ts-fld int-fld
001565     UNSTRING lkr DELIMITED BY ALL ' '
001565         INTO hold-fld ts-fld int-fld
001566     MOVE hold-fld TO lk-holder
001566     MOVE int-fld TO lk-intent
001567     PERFORM LOCK-AGE
001567     IF age-min > stale-min
001568         MOVE '3' TO lk-reply
001568     ELSE
001569         MOVE '1' TO lk-reply
001569     END-IF.
001570 LOCK-AGE.
001580     ACCEPT stale-env FROM ENVIRONMENT
001590         'RUNLOCK_STALE_MINS'
