000000*Period-member lister. PERCLOSE cuts Audit.log, Grace.log and
000001*Grace_lineage.log over to closed, dated Name_YYYYMM.log
000002*members beside the current file, so anything that needs the
000003*history behind the CARRYFWD record has to find those members
000004*first. Callers pass the current file name and get back the
000005*closed members on disk with their YYYYMM periods, oldest
000006*period first (the six-digit suffix sorts in calendar order).
000007*The current file is not in the list; callers read it last.
000008*Up to 240 members are returned (twenty years of month-end
000009*closes); lk-ct comes back zero when there is none on disk.
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. permlist.
000040 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000070     SELECT lstf ASSIGN TO 'Permlist.lst'
000080     ORGANIZATION IS LINE SEQUENTIAL
000090     FILE STATUS IS lsfs.
000100 DATA DIVISION.
000110 FILE SECTION.
000120 FD lstf.
000130 01 lstrec pic x(80).
000140 WORKING-STORAGE SECTION.
000150 01 lsfs pic xx.
000160 01 cmd pic x(200) value spaces.
000170 01 rc pic 9(4) value zero.
000180 01 stem pic x(70) value space.
000190 01 sfx pic x(4) value space.
000200 01 fnlen pic 9(3) value zero.
000210 01 stlen pic 9(3) value zero.
000220 LINKAGE SECTION.
000230 01 lk-base pic x(70).
000240 01 lk-ct pic 9(3).
000250 01 lk-tab.
000260     10 lk-ent occurs 240.
000270         15 lk-per pic x(6).
000280         15 lk-mem pic x(70).
000290 PROCEDURE DIVISION USING lk-base lk-ct lk-tab.
000300     MOVE 0 TO lk-ct
000310*    same naming rule as PERCLOSE's MAKE-CLOSED-NAME: the
000320*    period goes in front of a .log suffix, else at the end
000330     MOVE SPACES TO stem sfx
000340     COMPUTE fnlen =
000350         FUNCTION LENGTH(FUNCTION TRIM(lk-base))
000360     IF fnlen > 4 AND
000370        lk-base(fnlen - 3:4) = '.log'
000380         MOVE lk-base(1:fnlen - 4) TO stem
000390         MOVE '.log' TO sfx
000400     ELSE
000410         MOVE lk-base TO stem
000420     END-IF
000430     COMPUTE stlen =
000440         FUNCTION LENGTH(FUNCTION TRIM(stem))
000450     MOVE SPACES TO cmd
000460     STRING 'ls -1 ' FUNCTION TRIM(stem)
000470         '_[0-9][0-9][0-9][0-9][0-9][0-9]'
000480         FUNCTION TRIM(sfx)
000490         ' > Permlist.lst 2>/dev/null' INTO cmd
000500     CALL 'SYSTEM' USING cmd RETURNING rc
000510     OPEN INPUT lstf
000520     IF lsfs NOT = '00'
000530         EXIT PROGRAM
000540     END-IF
000550     PERFORM UNTIL lsfs = '10'
000560         READ lstf
000570             AT END MOVE '10' TO lsfs
000580             NOT AT END PERFORM TAKE-MEMBER
000590         END-READ
000600     END-PERFORM
000610     CLOSE lstf
000620     EXIT PROGRAM.
000630 TAKE-MEMBER.
000640     IF lstrec = SPACES OR lk-ct >= 240
000650         EXIT PARAGRAPH
000660     END-IF
000670     IF lstrec(stlen + 2:6) NOT NUMERIC
000680         EXIT PARAGRAPH
000690     END-IF
000700     ADD 1 TO lk-ct
000710     MOVE lstrec(stlen + 2:6) TO lk-per(lk-ct)
000720     MOVE lstrec TO lk-mem(lk-ct).
000730 END PROGRAM permlist.
