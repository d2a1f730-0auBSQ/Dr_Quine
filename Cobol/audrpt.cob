000280 01 pg-fld pic x(10) value space.
000290 01 fn-fld pic x(70) value space.
000300 01 ct-fld pic x(10) value space.
000310 01 cnorm pic 9(4) value 266.
000320 01 gnorm pic 9(4) value 846.
000330 01 rtab.
000340     10 rrun occurs 500.
000350         15 r-date pic x(8).
