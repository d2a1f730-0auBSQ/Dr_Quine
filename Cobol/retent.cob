000390 01 gen-fld pic x(10) value space.
000400 01 src-fld pic x(40) value space.
000410 01 out-fld pic x(40) value space.
000420 01 pf-fld pic x(6) value space.
000430 01 lastpass pic 9(4) value zero.
000440 01 ngen pic 9(4) value zero.
000450 01 gen pic 9(4).
001260     MOVE SPACES TO out-fld pf-fld
001270     UNSTRING linerec DELIMITED BY ALL ' '
001280         INTO ts-fld gen-fld src-fld out-fld pf-fld
001290     IF (pf-fld = 'PASS' OR pf-fld = 'REUSED') AND
001300        FUNCTION NUMVAL(gen-fld) > lastpass
001310         COMPUTE lastpass = FUNCTION NUMVAL(gen-fld)
001320     END-IF.
