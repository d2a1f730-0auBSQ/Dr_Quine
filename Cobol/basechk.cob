000000*Source baseline check, made by COLLEEN, GRACE and GRACEBAT at
000001*startup. Called with the source name (colleen.cob, grace.cob or
000002*stbl.cpy) and the calling program; fingerprints the source on
000003*disk (folded the way grace folds its kids) and looks it up on
000004*Grace_baseline.dat. The reply byte is '0' when an ACTIVE
000005*version in effect carries its fingerprint and line count, with
000006*its version number in the caller's field, '1' when none does,
000007*'2' when the source or the registry could not be read. Anything
000008*but '0' means the caller must not run, and is written to
000009*Grace_alert.log as a BASELINE:<source> alert for ALRTMGR to
000010*raise. Sources are read from BASELINE_SRC_DIR (default the
000011*working directory), the copybook from BASELINE_COPY_DIR
000012*(default copybooks). The registry itself is kept with the
000013*BASEMGR console.
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. basechk.
000040 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000070     SELECT basereg ASSIGN TO 'Grace_baseline.dat'
000080     ORGANIZATION IS INDEXED
000090     ACCESS IS DYNAMIC
000100     RECORD KEY IS bl-key
000110     FILE STATUS IS blfs.
000120     SELECT srcf ASSIGN TO DYNAMIC src-fn
000130     ORGANIZATION IS LINE SEQUENTIAL
000140     FILE STATUS IS sffs.
000150     SELECT alert ASSIGN TO 'Grace_alert.log'
000160     ORGANIZATION IS LINE SEQUENTIAL
000170     FILE STATUS IS alfs.
000180 DATA DIVISION.
000190 FILE SECTION.
000200 FD basereg.
000210 01 blr.
000220     10 bl-key.
000230         15 bl-src pic x(12).
000240         15 bl-ver pic 9(4).
000250     10 bl-fp pic 9(8).
000260     10 bl-lines pic 9(4).
000270     10 bl-by pic x(8).
000280     10 bl-eff pic 9(8).
000290     10 bl-ts pic x(21).
000300     10 bl-st pic x(8).
000310     10 bl-cmt pic x(30).
000320     10 bl-rvby pic x(8).
000330     10 bl-rvts pic x(21).
000340 FD srcf.
000350 01 srec pic x(120).
000360 FD alert.
000370 01 alrec pic x(120).
000380 WORKING-STORAGE SECTION.
000390 01 blfs pic xx.
000400 01 sffs pic xx.
000410 01 alfs pic xx.
000420 01 src-fn pic x(80) value space.
000430 01 sdir pic x(60) value space.
000440 01 cdir pic x(60) value 'copybooks'.
000450 01 denv pic x(60) value space.
000460 01 src-in pic x(12) value space.
000470 01 cpyct pic 9(2) value zero.
000480 01 today pic 9(8) value zero.
000490 01 srcok pic 9 value zero.
000500 01 cfp pic 9(8) value zero.
000510 01 clines pic 9(4) value zero.
000520 01 flen pic 9(3) value zero.
000530 01 kx pic 9(3) value zero.
000540 01 matchv pic 9(4) value zero.
000550 01 reason pic x(20) value space.
000560 01 rts pic x(21).
000570 01 alln pic x(120) value spaces.
000580 LINKAGE SECTION.
000590 01 lk-src pic x(12).
000600 01 lk-prog pic x(8).
000610 01 lk-ver pic 9(4).
000620 01 lk-reply pic x(1).
000630 PROCEDURE DIVISION USING lk-src lk-prog
000640     lk-ver lk-reply.
000650     MOVE '2' TO lk-reply
000660     MOVE 0 TO lk-ver
000670     MOVE SPACES TO reason
000680     MOVE FUNCTION CURRENT-DATE TO rts
000690     MOVE rts(1:8) TO today
000700     MOVE FUNCTION LOWER-CASE(lk-src) TO src-in
000710     MOVE SPACES TO sdir denv
000720     ACCEPT sdir FROM ENVIRONMENT 'BASELINE_SRC_DIR'
000730     ACCEPT denv FROM ENVIRONMENT 'BASELINE_COPY_DIR'
000740     IF denv NOT = SPACES
000750         MOVE denv TO cdir
000760     END-IF
000770     PERFORM FINGERPRINT
000780     IF srcok = 0
000790         MOVE 'SOURCE-UNREADABLE' TO reason
000800         PERFORM WRITE-ALERT
000810         EXIT PROGRAM
000820     END-IF
000830     OPEN INPUT basereg
000840     IF blfs NOT = '00'
000850         MOVE 'REGISTRY-UNAVAILABLE' TO reason
000860         PERFORM WRITE-ALERT
000870         EXIT PROGRAM
000880     END-IF
000890     PERFORM FIND-MATCH
000900     CLOSE basereg
000910     IF matchv > 0
000920         MOVE matchv TO lk-ver
000930         MOVE '0' TO lk-reply
000940     ELSE
000950         MOVE 'UNREGISTERED' TO reason
000960         MOVE '1' TO lk-reply
000970         PERFORM WRITE-ALERT
000980     END-IF
000990     EXIT PROGRAM.
001000 MAKE-PATH.
001010     MOVE SPACES TO src-fn
001020     MOVE 0 TO cpyct
001030     INSPECT src-in TALLYING cpyct FOR ALL '.cpy'
001040     EVALUATE TRUE
001050         WHEN cpyct > 0
001060             STRING FUNCTION TRIM(cdir) '/'
001070                 FUNCTION TRIM(src-in) DELIMITED BY SIZE
001080                 INTO src-fn
001090         WHEN sdir NOT = SPACES
001100             STRING FUNCTION TRIM(sdir) '/'
001110                 FUNCTION TRIM(src-in) DELIMITED BY SIZE
001120                 INTO src-fn
001130         WHEN OTHER
001140             MOVE src-in TO src-fn
001150     END-EVALUATE.
001160 FINGERPRINT.
001170     MOVE 0 TO cfp clines srcok
001180     PERFORM MAKE-PATH
001190     OPEN INPUT srcf
001200     IF sffs NOT = '00'
001210         EXIT PARAGRAPH
001220     END-IF
001230     MOVE 1 TO srcok
001240     PERFORM UNTIL sffs NOT = '00'
001250         READ srcf
001260             AT END MOVE '10' TO sffs
001270             NOT AT END PERFORM FP-LINE
001280         END-READ
001290     END-PERFORM
001300     CLOSE srcf.
001310 FP-LINE.
001320     ADD 1 TO clines
001330     COMPUTE flen = FUNCTION LENGTH(
001340         FUNCTION TRIM(srec))
001350     PERFORM VARYING kx FROM 1 BY 1
001360         UNTIL kx > flen
001370         COMPUTE cfp = FUNCTION MOD(
001380             cfp * 31 + FUNCTION
001390             ORD(srec(kx:1)), 99999989)
001400     END-PERFORM
001410     COMPUTE cfp = FUNCTION MOD(
001420         cfp * 31 + 10, 99999989).
001430*    same rule as the console's check: the highest ACTIVE
001440*    version in effect today with this fingerprint and count
001450 FIND-MATCH.
001460     MOVE 0 TO matchv
001470     MOVE src-in TO bl-src
001480     MOVE 0 TO bl-ver
001490     START basereg KEY >= bl-key
001500         INVALID KEY MOVE '10' TO blfs
001510     END-START
001520     PERFORM UNTIL blfs NOT = '00'
001530         READ basereg NEXT
001540             AT END MOVE '10' TO blfs
001550             NOT AT END
001560                 IF bl-src NOT = src-in
001570                     MOVE '10' TO blfs
001580                 ELSE
001590                     IF bl-st = 'ACTIVE' AND bl-fp = cfp
001600                        AND bl-lines = clines
001610                        AND bl-eff <= today
001620                         MOVE bl-ver TO matchv
001630                     END-IF
001640                 END-IF
001650         END-READ
001660     END-PERFORM.
001670*    same shape as gracebat's alerts, generation 0, with the
001680*    source as BASELINE:<name> so ALRTMGR raises it HIGH
001690 WRITE-ALERT.
001700     MOVE SPACES TO alln
001710     STRING rts ' 0 BASELINE:' FUNCTION TRIM(src-in) ' '
001720         FUNCTION TRIM(reason) ' FP ' cfp ' LINES ' clines
001730         ' BY ' FUNCTION TRIM(lk-prog) INTO alln
001740     OPEN EXTEND alert
001750     IF alfs NOT = '00'
001760         OPEN OUTPUT alert
001770     END-IF
001780     WRITE alrec FROM alln
001790     CLOSE alert.
001800 END PROGRAM basechk.
