000800*    LOS TRES PRIMEROS CARACTERES DISTINGUEN EL TIPO: 'CAB' Y  *
000900*    'FIN' ESTAN RESERVADOS Y NO SON IDENTIFICADORES VALIDOS   *
001000*    DE CONTRIBUYENTE.                                         *
001010*    EN LOS EXTRACTOS PARCIALES DE PAR-EXTR LA CABECERA LLEVA   *
001020*    ADEMAS EL NUMERO DE PARTICION, EL TOTAL DE PARTICIONES Y   *
001030*    LOS LIMITES DEL RANGO DE IDENTIFICADORES (INFERIOR         *
001040*    EXCLUIDO, SUPERIOR INCLUIDO; BLANCO = SIN LIMITE).  EN EL  *
001050*    EXTRACTO COMPLETO ESTOS CAMPOS VAN EN BLANCO.              *
001100*--------------------------------------------------------------*
001200 01  IN-CABECERA-REC.
001300     05 IN-CAB-TIPO              PIC X(03).
001400         88 IN-CABECERA              VALUE 'CAB'.
001500     05 IN-CAB-FECHA             PIC 9(08).
001600     05 IN-CAB-SISTEMA           PIC X(08).
001610     05 IN-CAB-PARTICION         PIC 9(02).
001620     05 IN-CAB-PARTICIONES       PIC 9(02).
001630     05 IN-CAB-LIMITE-INF        PIC X(09).
001640     05 IN-CAB-LIMITE-SUP        PIC X(09).
001700     05 FILLER                   PIC X(01).
001800
001900 01  IN-COLA-REC.
002000     05 IN-COLA-TIPO             PIC X(03).
