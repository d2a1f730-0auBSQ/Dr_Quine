000010*disposition in Retention.log so cksweep and quincert see a
000011*coherent history. The archive copy is left in place (copy, not
000012*move) so the existing ARCHIVED disposition stays truthful.
000013*The restoring operator (ARCREST_OPERATOR, else prompted) must
000014*be ACTIVE on the operator registry (OPRMGR) with RESTORE and
000015*is named on the disposition record.
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. arcrest.
000040 ENVIRONMENT DIVISION.
000250     10 gm-cks pic 9(8).
000255     10 gm-fp pic 9(8).
000260     10 gm-st pic x(2).
000262     10 gm-base.
000264         15 gm-bsrc pic 9(4).
000266         15 gm-bcpy pic 9(4).
000268     10 gm-lines pic 9(4).
000270 FD dispo.
000280 01 dprec pic x(120).
000290 FD kidf.
000476 01 kx pic 9(3) value zero.
000478 01 vok pic 9 value zero.
000480 01 rts pic x(21).
000482 01 opr-id pic x(8) value space.
000484 01 ocprog pic x(8) value 'ARCREST'.
000486 01 occls pic x(8) value 'RESTORE'.
000488 01 ocreply pic x(1) value space.
000490 01 dpln pic x(120) value spaces.
000492 01 lkfunc pic x(1) value space.
000494 01 lkholder pic x(8) value 'ARCREST'.
000630         STOP RUN
000640     END-IF
000650     COMPUTE gen-wk = FUNCTION NUMVAL(genv)
000655     PERFORM GET-OPERATOR
000660     OPEN INPUT genmast
000670     IF gmfs NOT = '00'
000680         DISPLAY 'ARCREST: cannot open '
001210         STRING rts x'20'
001220             FUNCTION TRIM(want-fn)
001230             ' RESTORED FROM '
001240             FUNCTION TRIM(arch-dir) ' BY ' opr-id
001245             INTO dpln
001250         PERFORM WRITE-DISPO
001260         DISPLAY 'ARCREST: '
001270             FUNCTION TRIM(want-fn)
001340             FUNCTION TRIM(want-fn)
001350             ' RESTORE VERIFY FAILED CK '
001355             gm-cks '/' acks
001360             ' FP ' gm-fp '/' afp ' BY ' opr-id
001365             INTO dpln
001370         PERFORM WRITE-DISPO
001380         DISPLAY 'ARCREST: verification failed for '
001390             FUNCTION TRIM(want-fn) ', master ck '
001456             ON EXCEPTION CONTINUE
001457         END-CALL
001458         MOVE 0 TO lockon
001458     END-IF.
001458*    a restore writes a generation back into service, so it is
001458*    refused unless the registry grants RESTORE
001458 GET-OPERATOR.
001458     ACCEPT opr-id FROM ENVIRONMENT
001458         'ARCREST_OPERATOR'
001458     IF opr-id = SPACES
001458         DISPLAY 'ARCREST: operator ID?'
001458         ACCEPT opr-id
001458     END-IF
001458     MOVE FUNCTION UPPER-CASE(opr-id) TO opr-id
001458     CALL 'oprchk' USING ocprog opr-id occls ocreply
001458         ON EXCEPTION
001458             MOVE '2' TO ocreply
001458     END-CALL
001458     IF ocreply NOT = '0'
001458         IF ocreply = '1'
001458             DISPLAY 'ARCREST: operator ' opr-id
001458                 ' not authorised for RESTORE, restore refused'
001458         ELSE
001458             DISPLAY 'ARCREST: operator registry '
001458                 'unavailable, restore refused'
001458         END-IF
001458         MOVE 8 TO RETURN-CODE
001458         STOP RUN
001459     END-IF.
001440*    the newest ARCHIVED record wins when a member was
001450*    archived more than once
