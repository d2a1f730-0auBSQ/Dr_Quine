000608 01 rsts pic x(21) value space.
000608 01 rsrecs pic 9(7) value zero.
000608 01 rsrc pic 9(4) value zero.
000609 01 slf pic x value 'B'.
000609 01 slr pic x value space.
000610 PROCEDURE DIVISION.
000615     MOVE FUNCTION CURRENT-DATE TO rsts
000616*    a rerun of a night this step already swept cleanly is
000616*    bypassed on the step ledger with the recorded return code
000616     CALL 'stepled' USING slf rsprog rsrc slr
000617         ON EXCEPTION MOVE '2' TO slr
000617     END-CALL
000618     IF slr = '1'
000618         MOVE rsrc TO RETURN-CODE
000619         STOP RUN
000619     END-IF
000620     ACCEPT aenv-fn FROM ENVIRONMENT
000630         'AUDIT_LOG_FILE'
000640     IF aenv-fn NOT = SPACES
001264     CALL 'runstat' USING rsprog rsts
001265         rsrecs rsrc
001266         ON EXCEPTION CONTINUE
001267     END-CALL
001267     MOVE 'E' TO slf
001267     CALL 'stepled' USING slf rsprog rsrc slr
001268         ON EXCEPTION CONTINUE
001268     END-CALL
001269*    the CALLs reset RETURN-CODE; put the sweep's back
001269     MOVE rsrc TO RETURN-CODE.
001270 LOAD-GLREC.
001280     IF glmax >= 200
001285         MOVE 1 TO trunc
