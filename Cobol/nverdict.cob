000892 01 gfail pic 9 value zero.
000900 01 verdict pic x(8) value space.
000910 01 pln pic x(90) value space.
000912 01 slf pic x value 'B'.
000914 01 slp pic x(8) value 'NVERDICT'.
000916 01 slrc pic 9(4) value zero.
000918 01 slr pic x value space.
000920 PROCEDURE DIVISION.
000921*    a rerun of a night already judged cleanly is bypassed on
000922*    the step ledger with the recorded return code
000923     CALL 'stepled' USING slf slp slrc slr
000924         ON EXCEPTION MOVE '2' TO slr
000925     END-CALL
000926     IF slr = '1'
000927         MOVE slrc TO RETURN-CODE
000928         STOP RUN
000929     END-IF
000930     ACCEPT aenv-fn FROM ENVIRONMENT
000940         'AUDIT_LOG_FILE'
000950     IF aenv-fn NOT = SPACES
001520         WHEN OTHER
001530             CONTINUE
001540     END-EVALUATE
001541     MOVE RETURN-CODE TO slrc
001542     MOVE 'E' TO slf
001543     CALL 'stepled' USING slf slp slrc slr
001544         ON EXCEPTION CONTINUE
001545     END-CALL
001546     MOVE slrc TO RETURN-CODE
001550     STOP RUN.
001560 SCAN-AUDIT.
001570     OPEN INPUT audit
