000071   10 gm-cks pic 9(8).
000071   10 gm-fp pic 9(8).
000071   10 gm-st pic x(2).
000071   10 gm-base.
000071     15 gm-bsrc pic 9(4).
000071     15 gm-bcpy pic 9(4).
000071   10 gm-lines pic 9(4).
000071 FD lockf.
000071 01 lkr pic x(80).
000072 WORKING-STORAGE SECTION.
000072 COPY stbl REPLACING
000072     ==WIDTH== BY ==70==
000072     ==COUNT== BY ==846==
000072     ==CTRSIZE== BY ==3==.
000073 01 gls pic xx.
000073 01 gct pic 9(4) value zero.
000079 01 rsp pic x(8) value 'GRACE'.
000079 01 rsrec pic 9(7) value zero.
000079 01 rcd pic 9(4) value zero.
000079 01 slf pic x value 'B'.
000079 01 slr pic x value space.
000079 01 bsrc pic x(12) value space.
000079 01 bver pic 9(4) value zero.
000079 01 gbv pic 9(4) value zero.
000079 01 brep pic x value space.
000080 HEADER
000080 CALL 'stepled' USING slf rsp rcd slr
000080   ON EXCEPTION MOVE '2' TO slr
000080 END-CALL
000080 IF slr = '1'
000080   MOVE rcd TO RETURN-CODE
000080   STOP RUN
000080 END-IF
000080 MOVE 'grace.cob' TO bsrc
000080 PERFORM BASE-CHECK
000080 MOVE bver TO gbv
000080 MOVE 'stbl.cpy' TO bsrc
000080 PERFORM BASE-CHECK
000081 OPEN INPUT lockf
000082 IF lkfs = '00'
000083   READ lockf
000100 MOVE "000071   10 gm-cks pic 9(8)." to s(048)
000100 MOVE "000071   10 gm-fp pic 9(8)." to s(049)
000100 MOVE "000071   10 gm-st pic x(2)." to s(050)
000100 MOVE "000071   10 gm-base." to s(051)
000100 MOVE "000071     15 gm-bsrc pic 9(4)." to s(052)
000100 MOVE "000071     15 gm-bcpy pic 9(4)." to s(053)
000100 MOVE "000071   10 gm-lines pic 9(4)." to s(054)
000100 MOVE "000071 FD lockf." to s(055)
000100 MOVE "000071 01 lkr pic x(80)." to s(056)
000100 MOVE "000072 WORKING-STORAGE SECTION." to s(057)
000100 MOVE "000072 COPY stbl REPLACING" to s(058)
000100 MOVE "000072     ==WIDTH== BY ==70==" to s(059)
000100 MOVE "000072     ==COUNT== BY ==846==" to s(060)
000100 MOVE "000072     ==CTRSIZE== BY ==3==." to s(061)
000100 MOVE "000073 01 gls pic xx." to s(062)
000100 MOVE "000073 01 gct pic 9(4) value zero." to s(063)
000100 MOVE "000073 01 cks pic 9(8) value zero." to s(064)
000100 MOVE "000073 01 rts pic x(21)." to s(065)
000100 MOVE "000073 01 gln pic x(70) value space." to s(066)
000100 MOVE "000074 01 out-fn pic x(70) value space." to s(067)
000100 MOVE "000074 01 env-fn pic x(70) value space." to s(068)
000100 MOVE "000074 01 aud-fn pic x(70) value space." to s(069)
000100 MOVE "000074 01 aenv-fn pic x(70) value space." to s(070)
000100 MOVE "000074 01 gen-ed pic z(3)9." to s(071)
000100 MOVE "000075 01 mismatches pic 9(4) value zero." to s(072)
000100 MOVE "000076 01 wcfs pic xx." to s(073)
000100 MOVE "000077 01 start-i pic 9(3) value 1." to s(074)
000100 MOVE "000077 01 ckwrec-ws pic 9(3)." to s(075)
000100 MOVE "000078 01 adfs pic xx." to s(076)
000100 MOVE "000078 01 adln pic x(110) value space." to s(077)
000100 MOVE "000079 01 wrcnt pic 9(3) value zero." to s(078)
000100 MOVE "000079 01 gmfs pic xx." to s(079)
000100 MOVE "000079 01 gts pic x(21) value space." to s(080)
000100 MOVE "000079 01 ggen pic x(10) value space." to s(081)
000100 MOVE "000079 01 lkfs pic xx." to s(082)
000100 MOVE "000079 01 lkhold pic x(8) value space." to s(083)
000100 MOVE "000079 01 lkenv pic x(8) value space." to s(084)
000100 MOVE "000079 01 lkts pic x(21) value space." to s(085)
000100 MOVE "000079 01 lkln pic x(80) value space." to s(086)
000100 MOVE "000079 01 mylock pic 9 value zero." to s(087)
000100 MOVE "000079 01 stenv pic x(10) value space." to s(088)
000100 MOVE "000079 01 stalemin pic 9(5) value 120." to s(089)
000100 MOVE "000079 01 agemin pic s9(9) value zero." to s(090)
000100 MOVE "000079 01 nts2 pic x(21) value space." to s(091)
000100 MOVE "000079 01 rtok pic x(4) value space." to s(092)
000100 MOVE "000079 01 glog-fn pic x(70)" to s(093)
000100 MOVE "000079     value 'Grace.log'." to s(094)
000100 MOVE "000079 01 glenv-fn pic x(70) value space." to s(095)
000100 MOVE "000079 01 stream pic x(8) value 'PROD'." to s(096)
000100 MOVE "000079 01 senv pic x(8) value space." to s(097)
000100 MOVE "000079 01 fp pic 9(8) value zero." to s(098)
000100 MOVE "000079 01 flen pic 9(3) value zero." to s(099)
000100 MOVE "000079 01 kk pic 9(3) value zero." to s(100)
000100 MOVE "000079 01 rsp pic x(8) value 'GRACE'." to s(101)
000100 MOVE "000079 01 rsrec pic 9(7) value zero." to s(102)
000100 MOVE "000079 01 rcd pic 9(4) value zero." to s(103)
000100 MOVE "000079 01 slf pic x value 'B'." to s(104)
000100 MOVE "000079 01 slr pic x value space." to s(105)
000100 MOVE "000079 01 bsrc pic x(12) value space." to s(106)
000100 MOVE "000079 01 bver pic 9(4) value zero." to s(107)
000100 MOVE "000079 01 gbv pic 9(4) value zero." to s(108)
000100 MOVE "000079 01 brep pic x value space." to s(109)
000100 MOVE "000080 HEADER" to s(110)
000100 MOVE "000080 CALL 'stepled' USING slf rsp rcd slr" to s(111)
000100 MOVE "000080   ON EXCEPTION MOVE '2' TO slr" to s(112)
000100 MOVE "000080 END-CALL" to s(113)
000100 MOVE "000080 IF slr = '1'" to s(114)
000100 MOVE "000080   MOVE rcd TO RETURN-CODE" to s(115)
000100 MOVE "000080   STOP RUN" to s(116)
000100 MOVE "000080 END-IF" to s(117)
000100 MOVE "000080 MOVE 'grace.cob' TO bsrc" to s(118)
000100 MOVE "000080 PERFORM BASE-CHECK" to s(119)
000100 MOVE "000080 MOVE bver TO gbv" to s(120)
000100 MOVE "000080 MOVE 'stbl.cpy' TO bsrc" to s(121)
000100 MOVE "000080 PERFORM BASE-CHECK" to s(122)
000100 MOVE "000081 OPEN INPUT lockf" to s(123)
000100 MOVE "000082 IF lkfs = '00'" to s(124)
000100 MOVE "000083   READ lockf" to s(125)
000100 MOVE "000084   CLOSE lockf" to s(126)
000100 MOVE "000085   PERFORM LOCK-CHECK" to s(127)
000100 MOVE "000086 ELSE" to s(128)
000100 MOVE "000086   PERFORM LOCK-WRITE" to s(129)
000100 MOVE "000086 END-IF" to s(130)
000100 MOVE "000087 ACCEPT glenv-fn FROM ENVIRONMENT" to s(131)
000100 MOVE "000087     'GRACE_LOG_FILE'" to s(132)
000100 MOVE "000087 IF glenv-fn NOT = SPACES" to s(133)
000100 MOVE "000087   MOVE glenv-fn TO glog-fn" to s(134)
000100 MOVE "000087 END-IF" to s(135)
000100 MOVE "000088 ACCEPT senv FROM ENVIRONMENT" to s(136)
000100 MOVE "000088     'GRACE_STREAM'" to s(137)
000100 MOVE "000088 IF senv NOT = SPACES" to s(138)
000100 MOVE "000088   MOVE senv TO stream" to s(139)
000100 MOVE "000088 END-IF" to s(140)
000100 MOVE "000091 OPEN INPUT grace-log" to s(141)
000100 MOVE "000092 IF gls = '00'" to s(142)
000100 MOVE "000093   PERFORM UNTIL gls = '10'" to s(143)
000100 MOVE "000094     READ grace-log" to s(144)
000100 MOVE "000095       AT END MOVE '10' to gls" to s(145)
000100 MOVE "000096       NOT AT END PERFORM TAKE-GCT" to s(146)
000100 MOVE "000097     END-READ" to s(147)
000100 MOVE "000098   END-PERFORM" to s(148)
000100 MOVE "000099   CLOSE grace-log" to s(149)
000100 MOVE "000100 END-IF" to s(150)
000100 MOVE "000101 ADD 1 TO gct" to s(151)
000100 MOVE "000102 ACCEPT env-fn FROM ENVIRONMENT" to s(152)
000100 MOVE "000102     'GRACE_OUT_FILE'" to s(153)
000100 MOVE "000103 IF env-fn NOT = SPACES" to s(154)
000100 MOVE "000104   MOVE env-fn TO out-fn" to s(155)
000100 MOVE "000105 ELSE" to s(156)
000100 MOVE "000106   MOVE gct TO gen-ed" to s(157)
000100 MOVE "000107   STRING" to s(158)
000100 MOVE "000107     'Grace_kid'" to s(159)
000100 MOVE "000107     FUNCTION TRIM(gen-ed)" to s(160)
000100 MOVE "000107     '.cob' INTO out-fn" to s(161)
000100 MOVE "000108 END-IF" to s(162)
000100 MOVE "000108 ACCEPT aenv-fn FROM ENVIRONMENT" to s(163)
000100 MOVE "000108     'AUDIT_LOG_FILE'" to s(164)
000100 MOVE "000108 IF aenv-fn NOT = SPACES" to s(165)
000100 MOVE "000108   MOVE aenv-fn TO aud-fn" to s(166)
000100 MOVE "000108 ELSE" to s(167)
000100 MOVE "000108   MOVE 'Audit.log' TO aud-fn" to s(168)
000100 MOVE "000108 END-IF" to s(169)
000100 MOVE "000108 OPEN INPUT wckpt" to s(170)
000100 MOVE "000108 IF wcfs = '00'" to s(171)
000100 MOVE "000108   READ wckpt INTO ckwrec-ws" to s(172)
000100 MOVE "000108   IF ckwrec-ws > 0" to s(173)
000100 MOVE "000108     COMPUTE start-i =" to s(174)
000100 MOVE "000108       ckwrec-ws + 1" to s(175)
000100 MOVE "000108   END-IF" to s(176)
000100 MOVE "000108   CLOSE wckpt" to s(177)
000100 MOVE "000108 END-IF" to s(178)
000100 MOVE "000109 IF start-i > 1" to s(179)
000100 MOVE "000109   OPEN EXTEND retfd" to s(180)
000100 MOVE "000109 ELSE" to s(181)
000100 MOVE "000109   OPEN OUTPUT retfd" to s(182)
000100 MOVE "000109 END-IF" to s(183)
000100 MOVE "000110 OPEN EXTEND grace-log" to s(184)
000100 MOVE "000111 IF gls NOT = '00'" to s(185)
000100 MOVE "000112   OPEN OUTPUT grace-log" to s(186)
000100 MOVE "000113 END-IF" to s(187)
000100 MOVE "000114 MOVE FUNCTION CURRENT-DATE to rts" to s(188)
000100 MOVE "000110 PERFORM VARYING j" to s(612)
000100 MOVE "000110     FROM 1 BY 1 UNTIL j > 188" to s(613)
000100 MOVE "000110     PERFORM CHECK-BOUND-J-TGT" to s(614)
000100 MOVE "000110     STRING'000100 MOVE 'x'22'" to s(615)
000100 MOVE "000110     FUNCTION TRIM(s(j))x'22'" to s(616)
000100 MOVE "000110     ' to s('j')'into s(j+ 188)" to s(617)
000100 MOVE "000110 END-PERFORM" to s(618)
000100 MOVE "000110 PERFORM VARYING i" to s(619)
000100 MOVE "000110     FROM 612 BY 1 UNTIL i > 846" to s(620)
000100 MOVE "000110     PERFORM CHECK-BOUND-I-TGT" to s(621)
000100 MOVE "000110     STRING'000100 MOVE 'x'22'" to s(622)
000100 MOVE "000110     FUNCTION TRIM(s(i))x'22'" to s(623)
000100 MOVE "000110     ' to s('i')'into s(i- 235)" to s(624)
000100 MOVE "000110 END-PERFORM" to s(625)
000100 MOVE "000112 REPLACE ==LOOPI==" to s(626)
000100 MOVE "000112     BY ==PERFORM VARYING i==." to s(627)
000100 MOVE "000115 LOOPI" to s(628)
000100 MOVE "000115     FROM start-i BY 1 UNTIL i > 846" to s(629)
000100 MOVE "000115     PERFORM CHECK-BOUND-I" to s(630)
000100 MOVE "000115     MOVE s(i) to t" to s(631)
000100 MOVE "000115     WRITE t" to s(632)
000100 MOVE "000115     ADD 1 TO wrcnt" to s(633)
000100 MOVE "000115     OPEN OUTPUT wckpt" to s(634)
000100 MOVE "000115     MOVE i TO ckwrec" to s(635)
000100 MOVE "000115     WRITE ckwrec" to s(636)
000100 MOVE "000115     CLOSE wckpt" to s(637)
000100 MOVE "000118 END-PERFORM" to s(638)
000100 MOVE "000118 PERFORM VARYING i" to s(639)
000100 MOVE "000118     FROM 1 BY 1 UNTIL i > 846" to s(640)
000100 MOVE "000118   PERFORM CHECK-BOUND-I" to s(641)
000100 MOVE "000118   ADD FUNCTION LENGTH(FUNCTION" to s(642)
000100 MOVE "000118     TRIM(s(i))) TO cks" to s(643)
000100 MOVE "000118   PERFORM FP-LINE" to s(644)
000100 MOVE "000118 END-PERFORM" to s(645)
000100 MOVE "000119 OPEN OUTPUT wckpt" to s(646)
000100 MOVE "000119 MOVE 0 TO ckwrec" to s(647)
000100 MOVE "000119 WRITE ckwrec" to s(648)
000100 MOVE "000119 CLOSE wckpt" to s(649)
000100 MOVE "000120 CLOSE retfd" to s(650)
000100 MOVE "000120 OPEN INPUT retfd" to s(651)
000100 MOVE "000120 PERFORM VARYING i" to s(652)
000100 MOVE "000120     FROM 1 BY 1 UNTIL i > 846" to s(653)
000100 MOVE "000120     PERFORM CHECK-BOUND-I" to s(654)
000100 MOVE "000120     READ retfd" to s(655)
000100 MOVE "000120         AT END EXIT PERFORM" to s(656)
000100 MOVE "000120     END-READ" to s(657)
000100 MOVE "000120     IF FUNCTION TRIM(t) NOT =" to s(658)
000100 MOVE "000120        FUNCTION TRIM(s(i))" to s(659)
000100 MOVE "000120         ADD 1 TO mismatches" to s(660)
000100 MOVE "000120     END-IF" to s(661)
000100 MOVE "000120 END-PERFORM" to s(662)
000100 MOVE "000120 CLOSE retfd" to s(663)
000100 MOVE "000120 IF mismatches = 0" to s(664)
000100 MOVE "000120   DISPLAY 'GRACE: RECONCILIATION PASS'" to s(665)
000100 MOVE "000120 ELSE" to s(666)
000100 MOVE "000120   DISPLAY 'GRACE: RECONCILIATION FAIL '" to s(667)
000100 MOVE "000120     mismatches ' mismatch(es)'" to s(668)
000100 MOVE "000120   MOVE 16 TO RETURN-CODE" to s(669)
000100 MOVE "000120 END-IF" to s(670)
000100 MOVE "000121 STRING rts x'20' gct x'20' cks" to s(671)
000100 MOVE "000121     x'20' fp INTO gln" to s(672)
000100 MOVE "000122 MOVE gln TO glr" to s(673)
000100 MOVE "000122 WRITE glr" to s(674)
000100 MOVE "000123 CLOSE grace-log" to s(675)
000100 MOVE "000121 IF mismatches = 0" to s(676)
000100 MOVE "000121   MOVE 'PASS' TO rtok" to s(677)
000100 MOVE "000121 ELSE" to s(678)
000100 MOVE "000121   MOVE 'FAIL' TO rtok" to s(679)
000100 MOVE "000121 END-IF" to s(680)
000100 MOVE "000121 MOVE SPACES TO adln" to s(681)
000100 MOVE "000121 STRING rts x'20' 'GRACE' x'20'" to s(682)
000100 MOVE "000121     FUNCTION TRIM(out-fn) x'20' wrcnt" to s(683)
000100 MOVE "000121     x'20' rtok INTO adln" to s(684)
000100 MOVE "000121 OPEN EXTEND audit" to s(685)
000100 MOVE "000121 IF adfs NOT = '00'" to s(686)
000100 MOVE "000121   OPEN OUTPUT audit" to s(687)
000100 MOVE "000121 END-IF" to s(688)
000100 MOVE "000121 WRITE adr FROM adln" to s(689)
000100 MOVE "000121 CLOSE audit" to s(690)
000100 MOVE "000123 OPEN I-O genmast" to s(691)
000100 MOVE "000123 IF gmfs = '35'" to s(692)
000100 MOVE "000123   OPEN OUTPUT genmast" to s(693)
000100 MOVE "000123   CLOSE genmast" to s(694)
000100 MOVE "000123   OPEN I-O genmast" to s(695)
000100 MOVE "000123 END-IF" to s(696)
000100 MOVE "000123 IF gmfs = '00'" to s(697)
000100 MOVE "000123   MOVE stream TO gm-stream" to s(698)
000100 MOVE "000123   MOVE gct TO gm-gen" to s(699)
000100 MOVE "000123   READ genmast" to s(700)
000100 MOVE "000123     INVALID KEY" to s(701)
000100 MOVE "000123       MOVE '00' TO gm-st" to s(702)
000100 MOVE "000123   END-READ" to s(703)
000100 MOVE "000123   MOVE stream TO gm-stream" to s(704)
000100 MOVE "000123   MOVE gct TO gm-gen" to s(705)
000100 MOVE "000123   MOVE out-fn TO gm-fn" to s(706)
000100 MOVE "000123   MOVE rts TO gm-ts" to s(707)
000100 MOVE "000123   MOVE cks TO gm-cks" to s(708)
000100 MOVE "000123   MOVE fp TO gm-fp" to s(709)
000100 MOVE "000123   MOVE gbv TO gm-bsrc" to s(710)
000100 MOVE "000123   MOVE bver TO gm-bcpy" to s(711)
000100 MOVE "000123   MOVE 846 TO gm-lines" to s(712)
000100 MOVE "000123   WRITE gmr" to s(713)
000100 MOVE "000123     INVALID KEY REWRITE gmr" to s(714)
000100 MOVE "000123   END-WRITE" to s(715)
000100 MOVE "000123   CLOSE genmast" to s(716)
000100 MOVE "000123 END-IF" to s(717)
000100 MOVE "000124 MOVE wrcnt TO rsrec" to s(718)
000100 MOVE "000124 MOVE RETURN-CODE TO rcd" to s(719)
000100 MOVE "000124 CALL 'runstat' USING rsp rts" to s(720)
000100 MOVE "000124     rsrec rcd" to s(721)
000100 MOVE "000124   ON EXCEPTION CONTINUE" to s(722)
000100 MOVE "000124 END-CALL" to s(723)
000100 MOVE "000124 MOVE 'E' TO slf" to s(724)
000100 MOVE "000124 CALL 'stepled' USING slf rsp rcd slr" to s(725)
000100 MOVE "000124   ON EXCEPTION CONTINUE" to s(726)
000100 MOVE "000124 END-CALL" to s(727)
000100 MOVE "000124 MOVE rcd TO RETURN-CODE" to s(728)
000100 MOVE "000124 IF mylock = 1" to s(729)
000100 MOVE "000124   PERFORM LOCK-FREE" to s(730)
000100 MOVE "000124 END-IF" to s(731)
000100 MOVE "000124 REPLACE ==QUIT==" to s(732)
000100 MOVE "000124     BY ==STOP RUN.==." to s(733)
000100 MOVE "000130 QUIT" to s(734)
000100 MOVE "000125 CHECK-BOUND-I." to s(735)
000100 MOVE "000125   IF i > 846" to s(736)
000100 MOVE "000125     DISPLAY 'TABLE CAPACITY'" to s(737)
000100 MOVE "000125       ' EXCEEDED'" to s(738)
000100 MOVE "000125     MOVE 99 TO RETURN-CODE" to s(739)
000100 MOVE "000125     STOP RUN" to s(740)
000100 MOVE "000125   END-IF." to s(741)
000100 MOVE "000127 CHECK-BOUND-J-TGT." to s(742)
000100 MOVE "000127   IF j + 188 > 846" to s(743)
000100 MOVE "000127     DISPLAY 'TABLE CAPACITY'" to s(744)
000100 MOVE "000127       ' EXCEEDED'" to s(745)
000100 MOVE "000127     MOVE 99 TO RETURN-CODE" to s(746)
000100 MOVE "000127     STOP RUN" to s(747)
000100 MOVE "000127   END-IF." to s(748)
000100 MOVE "000128 CHECK-BOUND-I-TGT." to s(749)
000100 MOVE "000128   IF i - 235 > 846 OR i - 235 < 1" to s(750)
000100 MOVE "000128     DISPLAY 'TABLE CAPACITY'" to s(751)
000100 MOVE "000128       ' EXCEEDED'" to s(752)
000100 MOVE "000128     MOVE 99 TO RETURN-CODE" to s(753)
000100 MOVE "000128     STOP RUN" to s(754)
000100 MOVE "000128   END-IF." to s(755)
000100 MOVE "000129 FP-LINE." to s(756)
000100 MOVE "000129   COMPUTE flen = FUNCTION LENGTH(" to s(757)
000100 MOVE "000129     FUNCTION TRIM(s(i)))" to s(758)
000100 MOVE "000129   PERFORM VARYING kk FROM 1 BY 1" to s(759)
000100 MOVE "000129     UNTIL kk > flen" to s(760)
000100 MOVE "000129     COMPUTE fp = FUNCTION MOD(" to s(761)
000100 MOVE "000129       fp * 31 + FUNCTION" to s(762)
000100 MOVE "000129       ORD(s(i)(kk:1)), 99999989)" to s(763)
000100 MOVE "000129   END-PERFORM" to s(764)
000100 MOVE "000129   COMPUTE fp = FUNCTION MOD(" to s(765)
000100 MOVE "000129     fp * 31 + 10, 99999989)." to s(766)
000100 MOVE "000129 LOCK-CHECK." to s(767)
000100 MOVE "000129   UNSTRING lkr" to s(768)
000100 MOVE "000129     DELIMITED BY ALL ' '" to s(769)
000100 MOVE "000129     INTO lkhold lkts" to s(770)
000100 MOVE "000129   ACCEPT lkenv FROM ENVIRONMENT" to s(771)
000100 MOVE "000129     'RUNLOCK_HOLDER'" to s(772)
000100 MOVE "000129   IF lkhold = SPACES" to s(773)
000100 MOVE "000129     PERFORM LOCK-WRITE" to s(774)
000100 MOVE "000129   ELSE" to s(775)
000100 MOVE "000129     IF lkhold NOT = lkenv" to s(776)
000100 MOVE "000129       PERFORM LOCK-AGE" to s(777)
000100 MOVE "000129       IF agemin > stalemin" to s(778)
000100 MOVE "000129         DISPLAY 'GRACE: STALE '" to s(779)
000100 MOVE "000129           'LOCK FROM ' lkhold" to s(780)
000100 MOVE "000129           ' TAKEN OVER'" to s(781)
000100 MOVE "000129         PERFORM LOCK-WRITE" to s(782)
000100 MOVE "000129       ELSE" to s(783)
000100 MOVE "000129         DISPLAY 'GRACE: SUITE '" to s(784)
000100 MOVE "000129           'BUSY, LOCK HELD BY '" to s(785)
000100 MOVE "000129           lkhold" to s(786)
000100 MOVE "000129         MOVE 12 TO RETURN-CODE" to s(787)
000100 MOVE "000129         STOP RUN" to s(788)
000100 MOVE "000129       END-IF" to s(789)
000100 MOVE "000129     END-IF" to s(790)
000100 MOVE "000129   END-IF." to s(791)
000100 MOVE "000129 LOCK-AGE." to s(792)
000100 MOVE "000129   ACCEPT stenv FROM ENVIRONMENT" to s(793)
000100 MOVE "000129     'RUNLOCK_STALE_MINS'" to s(794)
000100 MOVE "000129   IF stenv NOT = SPACES AND" to s(795)
000100 MOVE "000129     FUNCTION NUMVAL(stenv) > 0" to s(796)
000100 MOVE "000129     COMPUTE stalemin = FUNCTION" to s(797)
000100 MOVE "000129       NUMVAL(stenv)" to s(798)
000100 MOVE "000129   END-IF" to s(799)
000100 MOVE "000129   COMPUTE agemin = stalemin + 1" to s(800)
000100 MOVE "000129   IF lkts(1:8) NUMERIC" to s(801)
000100 MOVE "000129     MOVE FUNCTION CURRENT-DATE" to s(802)
000100 MOVE "000129       TO nts2" to s(803)
000100 MOVE "000129     COMPUTE agemin = (FUNCTION" to s(804)
000100 MOVE "000129       INTEGER-OF-DATE(FUNCTION" to s(805)
000100 MOVE "000129       NUMVAL(nts2(1:8))) - FUNCTION" to s(806)
000100 MOVE "000129       INTEGER-OF-DATE(FUNCTION" to s(807)
000100 MOVE "000129       NUMVAL(lkts(1:8)))) * 1440" to s(808)
000100 MOVE "000129       + FUNCTION NUMVAL(nts2(9:2))" to s(809)
000100 MOVE "000129       * 60 + FUNCTION" to s(810)
000100 MOVE "000129       NUMVAL(nts2(11:2)) - FUNCTION" to s(811)
000100 MOVE "000129       NUMVAL(lkts(9:2)) * 60" to s(812)
000100 MOVE "000129       - FUNCTION NUMVAL(lkts(11:2))" to s(813)
000100 MOVE "000129   END-IF." to s(814)
000100 MOVE "000129 LOCK-WRITE." to s(815)
000100 MOVE "000129   MOVE FUNCTION CURRENT-DATE" to s(816)
000100 MOVE "000129     TO nts2" to s(817)
000100 MOVE "000129   MOVE SPACES TO lkln" to s(818)
000100 MOVE "000129   STRING 'GRACE ' nts2" to s(819)
000100 MOVE "000129     ' NIGHTLY' INTO lkln" to s(820)
000100 MOVE "000129   OPEN OUTPUT lockf" to s(821)
000100 MOVE "000129   WRITE lkr FROM lkln" to s(822)
000100 MOVE "000129   CLOSE lockf" to s(823)
000100 MOVE "000129   MOVE 1 TO mylock." to s(824)
000100 MOVE "000129 LOCK-FREE." to s(825)
000100 MOVE "000129   DELETE FILE lockf." to s(826)
000100 MOVE "000129 BASE-CHECK." to s(827)
000100 MOVE "000129   CALL 'basechk' USING bsrc rsp" to s(828)
000100 MOVE "000129     bver brep" to s(829)
000100 MOVE "000129     ON EXCEPTION MOVE '2' TO brep" to s(830)
000100 MOVE "000129   END-CALL" to s(831)
000100 MOVE "000129   IF brep NOT = '0'" to s(832)
000100 MOVE "000129     DISPLAY 'GRACE: SOURCE NOT '" to s(833)
000100 MOVE "000129       'REGISTERED ' bsrc" to s(834)
000100 MOVE "000129     MOVE 20 TO RETURN-CODE" to s(835)
000100 MOVE "000129     STOP RUN" to s(836)
000100 MOVE "000129   END-IF." to s(837)
000100 MOVE "000129 TAKE-GCT." to s(838)
000100 MOVE "000129   UNSTRING glr" to s(839)
000100 MOVE "000129     DELIMITED BY ALL ' '" to s(840)
000100 MOVE "000129     INTO gts ggen" to s(841)
000100 MOVE "000129   IF ggen NOT = SPACES" to s(842)
000100 MOVE "000129     COMPUTE gct = FUNCTION" to s(843)
000100 MOVE "000129       NUMVAL(ggen)" to s(844)
000100 MOVE "000129   END-IF." to s(845)
000100 MOVE "000130 END PROGRAM grace." to s(846)
000110 PERFORM VARYING j
000110     FROM 1 BY 1 UNTIL j > 188
000110     PERFORM CHECK-BOUND-J-TGT
000110     STRING'000100 MOVE 'x'22'
000110     FUNCTION TRIM(s(j))x'22'
000110     ' to s('j')'into s(j+ 188)
000110 END-PERFORM
000110 PERFORM VARYING i
000110     FROM 612 BY 1 UNTIL i > 846
000110     PERFORM CHECK-BOUND-I-TGT
000110     STRING'000100 MOVE 'x'22'
000110     FUNCTION TRIM(s(i))x'22'
000110     ' to s('i')'into s(i- 235)
000110 END-PERFORM
000112 REPLACE ==LOOPI==
000112     BY ==PERFORM VARYING i==.
000115 LOOPI
000115     FROM start-i BY 1 UNTIL i > 846
000115     PERFORM CHECK-BOUND-I
000115     MOVE s(i) to t
000115     WRITE t
000115     CLOSE wckpt
000118 END-PERFORM
000118 PERFORM VARYING i
000118     FROM 1 BY 1 UNTIL i > 846
000118   PERFORM CHECK-BOUND-I
000118   ADD FUNCTION LENGTH(FUNCTION
000118     TRIM(s(i))) TO cks
000120 CLOSE retfd
000120 OPEN INPUT retfd
000120 PERFORM VARYING i
000120     FROM 1 BY 1 UNTIL i > 846
000120     PERFORM CHECK-BOUND-I
000120     READ retfd
000120         AT END EXIT PERFORM
000123   MOVE rts TO gm-ts
000123   MOVE cks TO gm-cks
000123   MOVE fp TO gm-fp
000123   MOVE gbv TO gm-bsrc
000123   MOVE bver TO gm-bcpy
000123   MOVE 846 TO gm-lines
000123   WRITE gmr
000123     INVALID KEY REWRITE gmr
000123   END-WRITE
000124     rsrec rcd
000124   ON EXCEPTION CONTINUE
000124 END-CALL
000124 MOVE 'E' TO slf
000124 CALL 'stepled' USING slf rsp rcd slr
000124   ON EXCEPTION CONTINUE
000124 END-CALL
000124 MOVE rcd TO RETURN-CODE
000124 IF mylock = 1
000124   PERFORM LOCK-FREE
000124 END-IF
000124     BY ==STOP RUN.==.
000130 QUIT
000125 CHECK-BOUND-I.
000125   IF i > 846
000125     DISPLAY 'TABLE CAPACITY'
000125       ' EXCEEDED'
000125     MOVE 99 TO RETURN-CODE
000125     STOP RUN
000125   END-IF.
000127 CHECK-BOUND-J-TGT.
000127   IF j + 188 > 846
000127     DISPLAY 'TABLE CAPACITY'
000127       ' EXCEEDED'
000127     MOVE 99 TO RETURN-CODE
000127     STOP RUN
000127   END-IF.
000128 CHECK-BOUND-I-TGT.
000128   IF i - 235 > 846 OR i - 235 < 1
000128     DISPLAY 'TABLE CAPACITY'
000128       ' EXCEEDED'
000128     MOVE 99 TO RETURN-CODE
000129   MOVE 1 TO mylock.
000129 LOCK-FREE.
000129   DELETE FILE lockf.
000129 BASE-CHECK.
000129   CALL 'basechk' USING bsrc rsp
000129     bver brep
000129     ON EXCEPTION MOVE '2' TO brep
000129   END-CALL
000129   IF brep NOT = '0'
000129     DISPLAY 'GRACE: SOURCE NOT '
000129       'REGISTERED ' bsrc
000129     MOVE 20 TO RETURN-CODE
000129     STOP RUN
000129   END-IF.
000129 TAKE-GCT.
000129   UNSTRING glr
000129     DELIMITED BY ALL ' '
