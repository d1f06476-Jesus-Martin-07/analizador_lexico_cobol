003000*    DATE       INIT  DESCRIPTION                                *
003100*    ---------- ----  -------------------------------------------*
003200*    2026-09-03 JM    ORIGINAL PROGRAM.                          *
003210*    2026-10-15 JM    LOS LAYOUTS DE PAGOFILE Y PENFILE SE       *
003220*                     EXTRAEN A LOS COPYBOOKS PAGOREG Y PENDREG, *
003230*                     COMPARTIDOS CON LA NUEVA CUENTA CORRIENTE  *
003240*                     TRIBUTARIA (ASI-CTA).                      *
003300*****************************************************************
003400
003500 IDENTIFICATION DIVISION.
009900 FD  PAGOFILE
010000     RECORDING MODE IS F
010100     LABEL RECORDS ARE STANDARD.
010200     COPY PAGOREG.
010800
010900 FD  PARMFILE
011000     RECORDING MODE IS F
012100 FD  PENFILE
012200     RECORDING MODE IS F
012300     LABEL RECORDS ARE STANDARD.
012400     COPY PENDREG.
013100
013200 FD  MOROREPT
013300     RECORDING MODE IS F
