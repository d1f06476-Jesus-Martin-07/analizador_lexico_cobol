002210*    2026-09-03 JM    EL REGISTRO DE AUDITORIA CRECE A 49 CON    *
002220*                     EL TIPO (ORIGINAL/RECTIFICATIVA); SE       *
002230*                     AJUSTAN LOS REGISTROS DE PASO.             *
002240*    2026-10-15 JM    EL REGISTRO DE AUDITORIA CRECE A 50 CON LA *
002250*                     OPCION DE TRIBUTACION (CONJUNTA); SE       *
002260*                     AJUSTAN LOS REGISTROS DE PASO.             *
002300*****************************************************************
002400
002500 IDENTIFICATION DIVISION.
008300 FD  ARCHFILE
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600 01  ARH-AUDIT-REC               PIC X(50).
008700
008800*--------------------------------------------------------------*
008900*    NEWLOG - LOG VIVO REESCRITO SOLO CON LOS CALCULOS DENTRO   *
009300 FD  NEWLOG
009400     RECORDING MODE IS F
009500     LABEL RECORDS ARE STANDARD.
009600 01  NEW-AUDIT-REC               PIC X(50).
009700
009800 WORKING-STORAGE SECTION.
009900
