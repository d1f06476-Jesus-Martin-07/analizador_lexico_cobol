000100*--------------------------------------------------------------*
000200*    TAXPAYR - LAYOUT DEL REGISTRO MAESTRO DE CONTRIBUYENTES   *
000300*    USADO POR EL ARCHIVO INDEXADO MASTFILE (CAL-TAX).         *
000310*    UN CASADO (C) PUEDE LLEVAR EL ID DEL CONYUGE PARA LA      *
000320*    DECLARACION CONJUNTA; EL VINCULO LO MANTIENE MNT-MAEST Y  *
000330*    SIEMPRE ES MUTUO.  ESPACIOS = SIN CONYUGE VINCULADO.      *
000400*--------------------------------------------------------------*
000500 01  MST-TAXPAYER-REC.
000600     05 MST-TAXPAYER-ID          PIC X(09).
001200         88 MST-CABEZA-FAMILIA       VALUE 'H'.
001300     05 MST-LAST-TAX-COMPUTED    PIC 9(09)V99.
001400     05 MST-LAST-RUN-DATE        PIC 9(08).
001500     05 MST-CONYUGE-ID           PIC X(09).
001510         88 MST-SIN-CONYUGE          VALUE SPACES.
001600     05 FILLER                   PIC X(01).
