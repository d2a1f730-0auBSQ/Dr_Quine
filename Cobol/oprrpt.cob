000000*Operator access report for the auditors. For one month
000001*(OPRRPT_PERIOD, YYYYMM, default the prior calendar month) it
000002*prints the operator registry as it stands (Grace_oprmast.dat:
000003*status and granted classes), every registry change OPRMGR
000004*stamped to Grace_oprchg.log in the month, every refused
000005*attempt oprchk wrote to Grace_secviol.log, and every
000006*disposition actually taken in the month with the operator who
000007*took it: alert ACK/CLOSE from Grace_alrtmast.dat, quarantine
000008*RELEASED/PURGED from Quarantine.log, RESTORED from
000009*Retention.log and the PERCLOSE cutover records on the audit
000010*trail (closed audit period members included). A disposition by
000011*an ID that is not on the registry or is now revoked is marked.
000012*It closes with a per-operator count of actions and refusals.
000013*RC 4 when the month had refusals or marked dispositions.
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. oprrpt.
000040 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000070     SELECT oprmast ASSIGN TO 'Grace_oprmast.dat'
000080     ORGANIZATION IS INDEXED
000090     ACCESS IS SEQUENTIAL
000100     RECORD KEY IS op-id
000110     FILE STATUS IS opfs.
000120     SELECT almast ASSIGN TO 'Grace_alrtmast.dat'
000130     ORGANIZATION IS INDEXED
000140     ACCESS IS SEQUENTIAL
000150     RECORD KEY IS al-no
000160     FILE STATUS IS amfs.
000170     SELECT logf ASSIGN TO DYNAMIC log-fn
000180     ORGANIZATION IS LINE SEQUENTIAL
000190     FILE STATUS IS lgfs.
000200     SELECT rpt ASSIGN TO DYNAMIC rpt-fn
000210     ORGANIZATION IS LINE SEQUENTIAL
000220     FILE STATUS IS rfs.
000230 DATA DIVISION.
000240 FILE SECTION.
000250 FD oprmast.
000260 01 opr.
000270     10 op-id pic x(8).
000280     10 op-name pic x(30).
000290     10 op-stat pic x(8).
000300     10 op-auth pic x(8).
000310     10 op-ts pic x(21).
000320     10 op-by pic x(8).
000330 FD almast.
000340 01 amr.
000350     10 al-no pic 9(6).
000360     10 al-ts pic x(21).
000370     10 al-gen pic 9(4).
000380     10 al-src pic x(40).
000390     10 al-sev pic x(4).
000400     10 al-stat pic x(6).
000410     10 al-who pic x(8).
000420     10 al-ack-ts pic x(21).
000430     10 al-cmt pic x(40).
000432     10 al-cls-who pic x(8).
000434     10 al-cls-ts pic x(21).
000436     10 al-cls-cmt pic x(40).
000440 FD logf.
000450 01 logrec pic x(120).
000460 FD rpt.
000470 01 rline pic x(100).
000480 WORKING-STORAGE SECTION.
000490 01 opfs pic xx.
000500 01 amfs pic xx.
000510 01 lgfs pic xx.
000520 01 rfs pic xx.
000530 01 log-fn pic x(70) value space.
000540 01 aud-fn pic x(70) value space.
000550 01 aenv-fn pic x(70) value space.
000560 01 rpt-fn pic x(70) value space.
000570 01 renv-fn pic x(70) value space.
000580 01 penv pic x(10) value space.
000590 01 period pic x(6) value space.
000600 01 rts pic x(21).
000610 01 yy pic 9(4) value zero.
000620 01 mm pic 9(2) value zero.
000630 01 clsnames pic x(64) value
000640     'ACK     CLOSE   RELEASE PURGE   '
000650     & 'LOCKCLR CUTOVER RESTORE ADMIN   '.
000660 01 clstab redefines clsnames.
000670     10 cls-nm pic x(8) occurs 8.
000680 01 cx pic 9(2).
000690 01 clslist pic x(72) value space.
000700 01 cptr pic 9(3) value 1.
000710 01 otab.
000720     10 oent occurs 200.
000730         15 o-id pic x(8).
000740         15 o-stat pic x(8).
000750         15 o-acts pic 9(5).
000760         15 o-refs pic 9(5).
000770 01 omax pic 9(3) value zero.
000780 01 ox pic 9(3).
000790 01 hit pic 9(3) value zero.
000800 01 who pic x(8) value space.
000810 01 ts-fld pic x(21) value space.
000820 01 f2 pic x(40) value space.
000830 01 f3 pic x(70) value space.
000840 01 f4 pic x(40) value space.
000850 01 f5 pic x(40) value space.
000860 01 pre-by pic x(120) value space.
000870 01 post-by pic x(120) value space.
000880 01 src-nm pic x(8) value space.
000890 01 memct pic 9(3) value zero.
000900 01 memtab.
000910     10 mement occurs 240.
000920         15 mem-per pic x(6).
000930         15 mem-fn pic x(70).
000940 01 mx pic 9(3).
000950 01 chgct pic 9(5) value zero.
000960 01 refct pic 9(5) value zero.
000970 01 actct pic 9(5) value zero.
000980 01 markct pic 9(5) value zero.
000990 01 mark pic x(20) value space.
001000 01 pln pic x(100) value space.
001010 01 num-ed pic z(4)9.
001020 01 num-ed2 pic z(4)9.
001030 PROCEDURE DIVISION.
001040     ACCEPT aenv-fn FROM ENVIRONMENT
001050         'AUDIT_LOG_FILE'
001060     IF aenv-fn NOT = SPACES
001070         MOVE aenv-fn TO aud-fn
001080     ELSE
001090         MOVE 'Audit.log' TO aud-fn
001100     END-IF
001110     ACCEPT renv-fn FROM ENVIRONMENT
001120         'OPRRPT_OUT_FILE'
001130     IF renv-fn NOT = SPACES
001140         MOVE renv-fn TO rpt-fn
001150     ELSE
001160         MOVE 'Oprrpt.rpt' TO rpt-fn
001170     END-IF
001180     ACCEPT penv FROM ENVIRONMENT
001190         'OPRRPT_PERIOD'
001200     IF penv NOT = SPACES
001210         IF FUNCTION LENGTH(FUNCTION TRIM(penv))
001220            NOT = 6 OR penv(1:6) NOT NUMERIC
001230             DISPLAY 'OPRRPT: invalid OPRRPT_PERIOD '
001240                 '''' FUNCTION TRIM(penv) ''''
001250             MOVE 8 TO RETURN-CODE
001260             STOP RUN
001270         END-IF
001280         MOVE penv(1:6) TO period
001290     ELSE
001300         PERFORM PRIOR-MONTH
001310     END-IF
001320     OPEN INPUT oprmast
001330     IF opfs NOT = '00'
001340         DISPLAY 'OPRRPT: no operator registry at '
001350             'Grace_oprmast.dat, status ' opfs
001360         MOVE 8 TO RETURN-CODE
001370         STOP RUN
001380     END-IF
001390     OPEN OUTPUT rpt
001400     IF rfs NOT = '00'
001410         DISPLAY 'OPRRPT: cannot open '
001420             FUNCTION TRIM(rpt-fn) ' status ' rfs
001430         MOVE 8 TO RETURN-CODE
001440         STOP RUN
001450     END-IF
001460     MOVE 'OPRRPT  OPERATOR ACCESS REPORT' TO rline
001470     WRITE rline
001480     STRING 'PERIOD ' period INTO pln
001490     PERFORM PUT-LINE
001500     PERFORM PUT-LINE
001510     PERFORM LIST-REGISTRY
001520     PERFORM LIST-CHANGES
001530     PERFORM LIST-REFUSALS
001540     PERFORM LIST-DISPOSITIONS
001550     PERFORM OPERATOR-SUMMARY
001560     CLOSE rpt
001570     DISPLAY 'OPRRPT: ' refct ' refusal(s), ' actct
001580         ' disposition(s), ' markct ' marked'
001590     DISPLAY 'OPRRPT: report written to '
001600         FUNCTION TRIM(rpt-fn)
001610     IF refct > 0 OR markct > 0
001620         MOVE 4 TO RETURN-CODE
001630     END-IF
001640     STOP RUN.
001650 PUT-LINE.
001660     WRITE rline FROM pln
001670     MOVE SPACES TO pln.
001680 PRIOR-MONTH.
001690     MOVE FUNCTION CURRENT-DATE TO rts
001700     COMPUTE yy = FUNCTION NUMVAL(rts(1:4))
001710     COMPUTE mm = FUNCTION NUMVAL(rts(5:2))
001720     IF mm = 1
001730         SUBTRACT 1 FROM yy
001740         MOVE 12 TO mm
001750     ELSE
001760         SUBTRACT 1 FROM mm
001770     END-IF
001780     MOVE SPACES TO period
001790     STRING yy mm INTO period.
001800 LIST-REGISTRY.
001810     MOVE 'OPERATOR REGISTRY' TO pln
001820     PERFORM PUT-LINE
001830     MOVE 'ID       STATUS   NAME                           '
001840         & 'CHANGED        BY' TO pln
001850     PERFORM PUT-LINE
001860     MOVE ALL '-' TO rline(1:72)
001870     WRITE rline
001880     PERFORM UNTIL opfs NOT = '00'
001890         READ oprmast
001900             AT END MOVE '10' TO opfs
001910             NOT AT END PERFORM REGISTRY-ONE
001920         END-READ
001930     END-PERFORM
001940     CLOSE oprmast
001950     PERFORM PUT-LINE.
001960 REGISTRY-ONE.
001970     IF omax < 200
001980         ADD 1 TO omax
001990         MOVE op-id TO o-id(omax)
002000         MOVE op-stat TO o-stat(omax)
002010         MOVE 0 TO o-acts(omax) o-refs(omax)
002020     END-IF
002030     MOVE SPACES TO clslist
002040     MOVE 1 TO cptr
002050     PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > 8
002060         IF op-auth(cx:1) = 'Y'
002070             STRING FUNCTION TRIM(cls-nm(cx)) ' '
002080                 DELIMITED BY SIZE
002090                 INTO clslist WITH POINTER cptr
002100         END-IF
002110     END-PERFORM
002120     STRING op-id ' ' op-stat ' ' op-name ' '
002130         op-ts(1:14) ' ' op-by INTO pln
002140     PERFORM PUT-LINE
002150     STRING '         CLASSES ' clslist INTO pln
002160     PERFORM PUT-LINE.
002170 LIST-CHANGES.
002180     MOVE 'REGISTRY CHANGES IN PERIOD' TO pln
002190     PERFORM PUT-LINE
002200     MOVE ALL '-' TO rline(1:72)
002210     WRITE rline
002220     MOVE 'Grace_oprchg.log' TO log-fn
002230     OPEN INPUT logf
002240     IF lgfs = '00'
002250         PERFORM UNTIL lgfs = '10'
002260             READ logf
002270                 AT END MOVE '10' TO lgfs
002280                 NOT AT END
002290                     IF logrec(1:6) = period
002300                         ADD 1 TO chgct
002310                         STRING logrec(1:14) ' '
002320                             FUNCTION TRIM(logrec(22:))
002330                             INTO pln
002340                         PERFORM PUT-LINE
002350                     END-IF
002360             END-READ
002370         END-PERFORM
002380         CLOSE logf
002390     END-IF
002400     MOVE chgct TO num-ed
002410     STRING num-ed ' CHANGE(S)' INTO pln
002420     PERFORM PUT-LINE
002430     PERFORM PUT-LINE.
002440 LIST-REFUSALS.
002450     MOVE 'REFUSED ATTEMPTS IN PERIOD' TO pln
002460     PERFORM PUT-LINE
002470     MOVE ALL '-' TO rline(1:72)
002480     WRITE rline
002490     MOVE 'Grace_secviol.log' TO log-fn
002500     OPEN INPUT logf
002510     IF lgfs = '00'
002520         PERFORM UNTIL lgfs = '10'
002530             READ logf
002540                 AT END MOVE '10' TO lgfs
002550                 NOT AT END PERFORM REFUSAL-ONE
002560             END-READ
002570         END-PERFORM
002580         CLOSE logf
002590     END-IF
002600     MOVE refct TO num-ed
002610     STRING num-ed ' REFUSAL(S)' INTO pln
002620     PERFORM PUT-LINE
002630     PERFORM PUT-LINE.
002640 REFUSAL-ONE.
002650     IF logrec(1:6) NOT = period
002660         EXIT PARAGRAPH
002670     END-IF
002680     MOVE SPACES TO ts-fld f2 f3
002690     UNSTRING logrec DELIMITED BY ALL ' '
002700         INTO ts-fld f2 f3
002710     MOVE f3 TO who
002720     PERFORM FIND-OPERATOR
002730     IF hit > 0
002740         ADD 1 TO o-refs(hit)
002750     END-IF
002760     ADD 1 TO refct
002770     STRING logrec(1:14) ' ' FUNCTION TRIM(logrec(22:))
002780         INTO pln
002790     PERFORM PUT-LINE.
002800*    an ID seen in the logs but absent from the registry gets
002810*    its own summary row so nothing acted anonymously
002820 FIND-OPERATOR.
002830     MOVE 0 TO hit
002840     PERFORM VARYING ox FROM 1 BY 1 UNTIL ox > omax
002850         IF o-id(ox) = who
002860             MOVE ox TO hit
002870         END-IF
002880     END-PERFORM
002890     IF hit = 0 AND omax < 200
002900         ADD 1 TO omax
002910         MOVE omax TO hit
002920         MOVE who TO o-id(hit)
002930         MOVE 'NOT REG' TO o-stat(hit)
002940         MOVE 0 TO o-acts(hit) o-refs(hit)
002950     END-IF.
002960 LIST-DISPOSITIONS.
002970     MOVE 'DISPOSITIONS IN PERIOD' TO pln
002980     PERFORM PUT-LINE
002990     MOVE ALL '-' TO rline(1:72)
003000     WRITE rline
003010     OPEN INPUT almast
003020     IF amfs = '00'
003030         PERFORM UNTIL amfs NOT = '00'
003040             READ almast
003050                 AT END MOVE '10' TO amfs
003060                 NOT AT END PERFORM ALERT-ONE
003070             END-READ
003080         END-PERFORM
003090         CLOSE almast
003100     END-IF
003110     MOVE 'QUARREV' TO src-nm
003120     MOVE 'Quarantine.log' TO log-fn
003130     PERFORM SCAN-DISPO-LOG
003140     MOVE 'ARCREST' TO src-nm
003150     MOVE 'Retention.log' TO log-fn
003160     PERFORM SCAN-DISPO-LOG
003170*    a month's cutover is filed after its own audit member was
003180*    closed, so the closed audit members are read as well
003190     MOVE 'PERCLOSE' TO src-nm
003200     MOVE 0 TO memct
003210     CALL 'permlist' USING aud-fn memct memtab
003220         ON EXCEPTION
003230             MOVE 0 TO memct
003240     END-CALL
003250     PERFORM VARYING mx FROM 1 BY 1 UNTIL mx > memct
003260         MOVE mem-fn(mx) TO log-fn
003270         PERFORM SCAN-DISPO-LOG
003280     END-PERFORM
003290     MOVE aud-fn TO log-fn
003300     PERFORM SCAN-DISPO-LOG
003310     MOVE actct TO num-ed
003320     MOVE markct TO num-ed2
003330     STRING num-ed ' DISPOSITION(S), ' num-ed2
003340         ' BY AN ID NOT ACTIVE ON THE REGISTRY' INTO pln
003350     PERFORM PUT-LINE
003360     PERFORM PUT-LINE.
003370 ALERT-ONE.
003380     IF al-who NOT = SPACES AND al-ack-ts(1:6) = period
003390         MOVE al-who TO who
003400         PERFORM MARK-OPERATOR
003410         STRING al-ack-ts(1:14) ' ALRTMGR  ACK    ALERT '
003420             al-no ' BY ' al-who ' ' mark INTO pln
003430         PERFORM PUT-LINE
003432     END-IF
003434     IF al-cls-who NOT = SPACES AND al-cls-ts(1:6) = period
003436         MOVE al-cls-who TO who
003438         PERFORM MARK-OPERATOR
003440         STRING al-cls-ts(1:14) ' ALRTMGR  CLOSED ALERT '
003442             al-no ' BY ' al-cls-who ' ' mark INTO pln
003444         PERFORM PUT-LINE
003450     END-IF.
003460 SCAN-DISPO-LOG.
003470     OPEN INPUT logf
003480     IF lgfs NOT = '00'
003490         EXIT PARAGRAPH
003500     END-IF
003510     PERFORM UNTIL lgfs = '10'
003520         READ logf
003530             AT END MOVE '10' TO lgfs
003540             NOT AT END PERFORM DISPO-ONE
003550         END-READ
003560     END-PERFORM
003570     CLOSE logf.
003580*    every disposition record names its operator after BY
003590 DISPO-ONE.
003600     IF logrec(1:6) NOT = period
003610         EXIT PARAGRAPH
003620     END-IF
003630     MOVE SPACES TO ts-fld f2 f3 f4
003640     UNSTRING logrec DELIMITED BY ALL ' '
003650         INTO ts-fld f2 f3 f4
003660     EVALUATE src-nm
003670         WHEN 'QUARREV'
003680             IF f3 NOT = 'RELEASED' AND f3 NOT = 'PURGED'
003690                 EXIT PARAGRAPH
003700             END-IF
003710         WHEN 'ARCREST'
003720             IF f3 NOT = 'RESTORED' AND f3 NOT = 'RESTORE'
003730                 EXIT PARAGRAPH
003740             END-IF
003750         WHEN 'PERCLOSE'
003760             IF f2 NOT = 'PERCLOSE'
003770                 EXIT PARAGRAPH
003780             END-IF
003790     END-EVALUATE
003800     MOVE SPACES TO pre-by post-by who
003810     UNSTRING logrec DELIMITED BY ' BY '
003820         INTO pre-by post-by
003830     UNSTRING post-by DELIMITED BY ALL ' '
003840         INTO who
003850     IF who = SPACES
003860         MOVE 'UNKNOWN' TO who
003870     END-IF
003880     PERFORM MARK-OPERATOR
003890     STRING logrec(1:14) ' ' src-nm ' '
003900         FUNCTION TRIM(pre-by(22:)) ' BY ' who ' ' mark
003910         INTO pln
003920     PERFORM PUT-LINE.
003930 MARK-OPERATOR.
003940     ADD 1 TO actct
003950     MOVE SPACES TO mark
003960     PERFORM FIND-OPERATOR
003970     IF hit > 0
003980         ADD 1 TO o-acts(hit)
003990         IF o-stat(hit) = 'NOT REG'
004000             MOVE '*NOT ON REGISTRY*' TO mark
004010         END-IF
004020         IF o-stat(hit) = 'REVOKED'
004030             MOVE '*NOW REVOKED*' TO mark
004040         END-IF
004050     END-IF
004060     IF mark NOT = SPACES
004070         ADD 1 TO markct
004080     END-IF.
004090 OPERATOR-SUMMARY.
004100     MOVE 'PER-OPERATOR SUMMARY' TO pln
004110     PERFORM PUT-LINE
004120     MOVE 'ID       STATUS   ACTIONS REFUSALS' TO pln
004130     PERFORM PUT-LINE
004140     MOVE ALL '-' TO rline(1:34)
004150     WRITE rline
004160     PERFORM VARYING ox FROM 1 BY 1 UNTIL ox > omax
004170         MOVE o-acts(ox) TO num-ed
004180         MOVE o-refs(ox) TO num-ed2
004190         STRING o-id(ox) ' ' o-stat(ox) '  ' num-ed
004200             '    ' num-ed2 INTO pln
004210         PERFORM PUT-LINE
004220     END-PERFORM.
004230 END PROGRAM oprrpt.
