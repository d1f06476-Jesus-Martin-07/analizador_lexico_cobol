000100*--------------------------------------------------------------*
000200*    PROVTAB - NOMBRE DE LA PROVINCIA POR LAS DOS PRIMERAS     *
000300*    CIFRAS DEL CODIGO POSTAL (01 A 52), PARA EL BLOQUE DE     *
000400*    DIRECCION DE LAS CARTAS.  SE INDEXA CON DOM-CP-PROVINCIA  *
000500*    DE DOMIREG, SOLO EN DOMICILIOS NACIONALES.                *
000600*--------------------------------------------------------------*
000700 01  PRV-CONSTANTES-PROVINCIAS.
000800     05 FILLER PIC X(22) VALUE 'ALAVA'.
000900     05 FILLER PIC X(22) VALUE 'ALBACETE'.
001000     05 FILLER PIC X(22) VALUE 'ALICANTE'.
001100     05 FILLER PIC X(22) VALUE 'ALMERIA'.
001200     05 FILLER PIC X(22) VALUE 'AVILA'.
001300     05 FILLER PIC X(22) VALUE 'BADAJOZ'.
001400     05 FILLER PIC X(22) VALUE 'ILLES BALEARS'.
001500     05 FILLER PIC X(22) VALUE 'BARCELONA'.
001600     05 FILLER PIC X(22) VALUE 'BURGOS'.
001700     05 FILLER PIC X(22) VALUE 'CACERES'.
001800     05 FILLER PIC X(22) VALUE 'CADIZ'.
001900     05 FILLER PIC X(22) VALUE 'CASTELLON'.
002000     05 FILLER PIC X(22) VALUE 'CIUDAD REAL'.
002100     05 FILLER PIC X(22) VALUE 'CORDOBA'.
002200     05 FILLER PIC X(22) VALUE 'A CORUNA'.
002300     05 FILLER PIC X(22) VALUE 'CUENCA'.
002400     05 FILLER PIC X(22) VALUE 'GIRONA'.
002500     05 FILLER PIC X(22) VALUE 'GRANADA'.
002600     05 FILLER PIC X(22) VALUE 'GUADALAJARA'.
002700     05 FILLER PIC X(22) VALUE 'GIPUZKOA'.
002800     05 FILLER PIC X(22) VALUE 'HUELVA'.
002900     05 FILLER PIC X(22) VALUE 'HUESCA'.
003000     05 FILLER PIC X(22) VALUE 'JAEN'.
003100     05 FILLER PIC X(22) VALUE 'LEON'.
003200     05 FILLER PIC X(22) VALUE 'LLEIDA'.
003300     05 FILLER PIC X(22) VALUE 'LA RIOJA'.
003400     05 FILLER PIC X(22) VALUE 'LUGO'.
003500     05 FILLER PIC X(22) VALUE 'MADRID'.
003600     05 FILLER PIC X(22) VALUE 'MALAGA'.
003700     05 FILLER PIC X(22) VALUE 'MURCIA'.
003800     05 FILLER PIC X(22) VALUE 'NAVARRA'.
003900     05 FILLER PIC X(22) VALUE 'OURENSE'.
004000     05 FILLER PIC X(22) VALUE 'ASTURIAS'.
004100     05 FILLER PIC X(22) VALUE 'PALENCIA'.
004200     05 FILLER PIC X(22) VALUE 'LAS PALMAS'.
004300     05 FILLER PIC X(22) VALUE 'PONTEVEDRA'.
004400     05 FILLER PIC X(22) VALUE 'SALAMANCA'.
004500     05 FILLER PIC X(22) VALUE 'SANTA CRUZ DE TENERIFE'.
004600     05 FILLER PIC X(22) VALUE 'CANTABRIA'.
004700     05 FILLER PIC X(22) VALUE 'SEGOVIA'.
004800     05 FILLER PIC X(22) VALUE 'SEVILLA'.
004900     05 FILLER PIC X(22) VALUE 'SORIA'.
005000     05 FILLER PIC X(22) VALUE 'TARRAGONA'.
005100     05 FILLER PIC X(22) VALUE 'TERUEL'.
005200     05 FILLER PIC X(22) VALUE 'TOLEDO'.
005300     05 FILLER PIC X(22) VALUE 'VALENCIA'.
005400     05 FILLER PIC X(22) VALUE 'VALLADOLID'.
005500     05 FILLER PIC X(22) VALUE 'BIZKAIA'.
005600     05 FILLER PIC X(22) VALUE 'ZAMORA'.
005700     05 FILLER PIC X(22) VALUE 'ZARAGOZA'.
005800     05 FILLER PIC X(22) VALUE 'CEUTA'.
005900     05 FILLER PIC X(22) VALUE 'MELILLA'.
006000
006100 01  PRV-TABLA-PROVINCIAS REDEFINES
006200     PRV-CONSTANTES-PROVINCIAS.
006300     05 PRV-NOMBRE               PIC X(22) OCCURS 52 TIMES.
