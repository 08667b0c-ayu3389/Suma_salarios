      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM19.
      * Author:AYELEN RIVERO.
      * Date:02/09/26.

      *---------------------------------------------------------------*
      *OBJETIVO: ARMAR EL ASIENTO CONTABLE DE SUELDOS DEL PERIODO PARA*
      *          EL SISTEMA CONTABLE. CORRE DESPUES DE PGM09: LEE EL  *
      *          EXPORT DE NETOS, TOMA EL DEPARTAMENTO DE CADA        *
      *          EMPLEADO DEL EXPORT DE PGM01 Y LOS CONCEPTOS DE LAS  *
      *          DEDUCCIONES FIJAS DE DEDUCFIJ.TXT. DEBITA EL GASTO DE*
      *          SUELDOS (BRUTO MAS RETROACTIVOS MAS LIQUIDACIONES    *
      *          FINALES DE LOS EMPLEADOS DADOS DE BAJA) POR CENTRO DE*
      *          COSTO DEL DEPARTAMENTO Y ACREDITA LOS PASIVOS:       *
      *          IMPUESTO RETENIDO, SEGURIDAD SOCIAL, CADA CONCEPTO DE*
      *          DEDUCCION FIJA Y SUELDOS A PAGAR (NETO). LAS CUENTAS *
      *          SALEN DEL ARCHIVO DE IMPUTACION CONTABLE             *
      *          (CTACONT.TXT), QUE SE MANTIENE JUNTO CON DEPTOS.TXT. *
      *          SI UN DEPARTAMENTO O CONCEPTO NO TIENE CUENTA, SI UN *
      *          NETO NO CUADRA CON SUS COMPONENTES, SI LOS TOTALES NO*
      *          COINCIDEN CON EL CONTROL DE PGM09 O SI EL DEBE NO    *
      *          IGUALA AL HABER, EL ASIENTO SE RECHAZA: EL ARCHIVO   *
      *          PARA CONTABILIDAD QUEDA VACIO, EL LISTADO INFORMA EL *
      *          MOTIVO Y EL CODIGO DE RETORNO SE ELEVA A 8.          *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *LAS RUTAS SE ARMAN EN TIEMPO DE EJECUCION (VER 012-ARMA-RUTAS)
      *A PARTIR DE VARIABLES DE ENTORNO, CON LOS VALORES ORIGINALES
      *COMO RESPALDO SI LA VARIABLE NO ESTA DEFINIDA.
           SELECT NETOS     ASSIGN TO DYNAMIC WS-RUTA-NETOS
               FILE STATUS IS WS-FS-NETOS.

           SELECT EXPORTA   ASSIGN TO DYNAMIC WS-RUTA-EXPORTA
               FILE STATUS IS WS-FS-EXPORTA.

           SELECT DEDUCFIJ  ASSIGN TO DYNAMIC WS-RUTA-DEDUCFIJ
               FILE STATUS IS WS-FS-DEDUCFIJ.

           SELECT CTACONT   ASSIGN TO DYNAMIC WS-RUTA-CTACONT
               FILE STATUS IS WS-FS-CTACONT.

           SELECT CTLNETOS  ASSIGN TO DYNAMIC WS-RUTA-CTLNETOS
               FILE STATUS IS WS-FS-CTLNETOS.

           SELECT ASIENTO   ASSIGN TO DYNAMIC WS-RUTA-ASIENTO
               FILE STATUS IS WS-FS-ASIENTO.

           SELECT ASIENREP  ASSIGN TO DYNAMIC WS-RUTA-ASIENREP
               FILE STATUS IS WS-FS-ASIENREP.

       DATA DIVISION.
       FILE SECTION.
       FD  NETOS

           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-NETOS              PIC X(150).

       FD  EXPORTA

           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-EXPORTA            PIC X(60).

       FD  DEDUCFIJ

           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-DEDUCFIJ           PIC X(34).

       FD  CTACONT

           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CTACONT            PIC X(60).

       FD  CTLNETOS

           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CTLNETOS           PIC X(130).

       FD  ASIENTO

           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-ASIENTO            PIC X(100).

       FD  ASIENREP

           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-ASIENREP           PIC X(120).

       WORKING-STORAGE SECTION.
      *RUTAS DE ARCHIVOS EXTERNALIZADAS POR VARIABLE DE ENTORNO.
       01  WS-RUTAS-ARCHIVOS.
           05 WS-RUTA-NETOS       PIC X(100)   VALUE SPACES.
           05 WS-RUTA-EXPORTA     PIC X(100)   VALUE SPACES.
           05 WS-RUTA-DEDUCFIJ    PIC X(100)   VALUE SPACES.
           05 WS-RUTA-CTACONT     PIC X(100)   VALUE SPACES.
           05 WS-RUTA-CTLNETOS    PIC X(100)   VALUE SPACES.
           05 WS-RUTA-ASIENTO     PIC X(100)   VALUE SPACES.
           05 WS-RUTA-ASIENREP    PIC X(100)   VALUE SPACES.

       01  WS-RUTAS-DEFAULT.
           05 WS-DEF-NETOS        PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\NETOS.TXT".
           05 WS-DEF-EXPORTA      PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\EXPORTA.TXT".
           05 WS-DEF-DEDUCFIJ     PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\DEDUCFIJ.TXT".
           05 WS-DEF-CTACONT      PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\CTACONT.TXT".
           05 WS-DEF-CTLNETOS     PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\CTLNETOS.TXT".
           05 WS-DEF-ASIENTO      PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\ASIENTO.TXT".
           05 WS-DEF-ASIENREP     PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\ASIENREP.TXT".

       01  WS-FS-NETOS            PIC X(02)    VALUE SPACES.
       01  WS-FS-EXPORTA          PIC X(02)    VALUE SPACES.
       01  WS-FS-DEDUCFIJ         PIC X(02)    VALUE SPACES.
       01  WS-FS-CTACONT          PIC X(02)    VALUE SPACES.
       01  WS-FS-CTLNETOS         PIC X(02)    VALUE SPACES.
       01  WS-FS-ASIENTO          PIC X(02)    VALUE SPACES.
       01  WS-FS-ASIENREP         PIC X(02)    VALUE SPACES.

      *PERIODO DE NOMINA (NOMINA_PERIODO, EL MISMO QUE USA PGM09).
       01  WS-PARAMETROS.
           05 WS-PERIODO-X        PIC X(06)    VALUE SPACES.
           05 WS-PERIODO-R REDEFINES WS-PERIODO-X.
              10 WS-PERX-AAAA     PIC 9(04).
              10 WS-PERX-MM       PIC 9(02).
           05 WS-PERIODO          PIC 9(06)    VALUE 0.
           05 WS-PERIODO-D REDEFINES WS-PERIODO.
              10 WS-PER-AAAA      PIC 9(04).
              10 WS-PER-MM        PIC 9(02).

      *REGISTRO DE NETOS DE PGM09 DESARMADO DEL CSV. LOS IMPORTES
      *VIAJAN COMO DIGITOS SIN PUNTO Y SE DECODIFICAN POR REDEFINES.
       01  WS-REG-NETO.
           05 WS-NET-SUCURSAL     PIC X(03).
           05 WS-NET-NUMERO       PIC X(05).
           05 WS-NET-BRUTO-X      PIC X(09).
           05 WS-NET-BRUTO REDEFINES WS-NET-BRUTO-X
                                  PIC 9(07)V99.
           05 WS-NET-IMPUESTO-X   PIC X(09).
           05 WS-NET-IMPUESTO REDEFINES WS-NET-IMPUESTO-X
                                  PIC 9(07)V99.
           05 WS-NET-SEGSOC-X     PIC X(09).
           05 WS-NET-SEGSOC REDEFINES WS-NET-SEGSOC-X
                                  PIC 9(07)V99.
           05 WS-NET-DEDFIJA-X    PIC X(09).
           05 WS-NET-DEDFIJA REDEFINES WS-NET-DEDFIJA-X
                                  PIC 9(07)V99.
           05 WS-NET-NETO-X       PIC X(09).
           05 WS-NET-NETO REDEFINES WS-NET-NETO-X
                                  PIC 9(07)V99.
           05 WS-NET-RETRO-X      PIC X(09).
           05 WS-NET-RETRO REDEFINES WS-NET-RETRO-X
                                  PIC 9(07)V99.
           05 WS-NET-IMP-RETRO-X  PIC X(09).
           05 WS-NET-IMP-RETRO REDEFINES WS-NET-IMP-RETRO-X
                                  PIC 9(07)V99.
           05 WS-NET-SEG-RETRO-X  PIC X(09).
           05 WS-NET-SEG-RETRO REDEFINES WS-NET-SEG-RETRO-X
                                  PIC 9(07)V99.
           05 WS-NET-LICENCIA-X   PIC X(09).
           05 WS-NET-LIQ-X        PIC X(09).
           05 WS-NET-LIQ REDEFINES WS-NET-LIQ-X
                                  PIC 9(07)V99.
           05 WS-NET-IMP-LIQ-X    PIC X(09).
           05 WS-NET-IMP-LIQ REDEFINES WS-NET-IMP-LIQ-X
                                  PIC 9(07)V99.
           05 WS-NET-SEG-LIQ-X    PIC X(09).
           05 WS-NET-SEG-LIQ REDEFINES WS-NET-SEG-LIQ-X
                                  PIC 9(07)V99.

      *CAMPOS DEL EXPORT DE PGM01 QUE HACEN FALTA: NUMERO Y DEPTO.
       01  WS-REG-EXPORTA.
           05 WS-EXP-SUCURSAL     PIC X(03).
           05 WS-EXP-NUMERO       PIC X(05).
           05 WS-EXP-NOMBRE       PIC X(30).
           05 WS-EXP-STATUS       PIC X(01).
           05 WS-EXP-DEPTO        PIC X(03).
           05 WS-EXP-RESTO        PIC X(20).

      *DEPARTAMENTO DE CADA EMPLEADO: TABLA DIRECTA POR NUMERO
      *(SUBINDICE = NUMERO + 1), COMO EN PGM16.
       01  WS-CONTROL-EMPLEADOS.
           05 WS-EMP-CARGADOS     PIC 9(06)    VALUE 0.
           05 WS-NUM-IX           PIC 9(06)    VALUE 0.

       01  WS-TABLA-EMPLEADOS.
           05 WS-EMP-TAB          OCCURS 100000 TIMES.
              10 WS-EMP-TAB-FLAG     PIC X(01)    VALUE 'N'.
                 88 EMP-CARGADO                   VALUE 'S'.
              10 WS-EMP-TAB-DEPTO    PIC 9(03)    VALUE 0.

      *IMPUTACION CONTABLE (CTACONT.TXT). TIPO 'D': GASTO DE SUELDOS
      *DEL DEPARTAMENTO (CODIGO EN LAS 3 PRIMERAS POSICIONES DE LA
      *CLAVE); TIPO 'P': PASIVO FIJO (CLAVE IMPUESTO, SEGSOC O NETO);
      *TIPO 'C': CONCEPTO DE DEDUCCION FIJA, CON EL MISMO TEXTO QUE
      *TRAE DEDUCFIJ.TXT.
       01  WS-REG-CTACONT.
           05 WS-MAP-TIPO         PIC X(01).
              88 MAP-DEPTO                     VALUE 'D'.
              88 MAP-PASIVO                    VALUE 'P'.
              88 MAP-CONCEPTO                  VALUE 'C'.
           05 WS-MAP-CLAVE        PIC X(20).
           05 WS-MAP-CLAVE-DEPTO REDEFINES WS-MAP-CLAVE.
              10 WS-MAP-DEPTO     PIC X(03).
              10 FILLER           PIC X(17).
           05 WS-MAP-CUENTA       PIC X(10).
           05 WS-MAP-CENTRO       PIC X(06).
           05 WS-MAP-DESCRIPCION  PIC X(20).
           05 FILLER              PIC X(03).

       01  WS-CONTROL-CTACONT.
           05 WS-MAP-LEIDAS       PIC 9(05)    VALUE 0.
           05 WS-MAP-IGNORADAS    PIC 9(05)    VALUE 0.
           05 WS-DEP-IX           PIC 9(04)    VALUE 0.

      *GASTO POR DEPARTAMENTO (SUBINDICE = CODIGO + 1, COMO EN PGM01)
      *CON SU CUENTA Y CENTRO DE COSTO.
       01  WS-TABLA-DEPTOS.
           05 WS-DEP-TAB          OCCURS 1000 TIMES.
              10 WS-DEP-TAB-FLAG     PIC X(01)    VALUE 'N'.
                 88 DEPTO-CON-CUENTA              VALUE 'S'.
              10 WS-DEP-TAB-CUENTA   PIC X(10)    VALUE SPACES.
              10 WS-DEP-TAB-CENTRO   PIC X(06)    VALUE SPACES.
              10 WS-DEP-TAB-DESCRIPCION PIC X(20) VALUE SPACES.
              10 WS-DEP-TAB-IMPORTE  PIC 9(11)V99 VALUE 0.
              10 WS-DEP-TAB-CANT     PIC 9(05)    VALUE 0.

      *PASIVOS FIJOS: 1 IMPUESTO RETENIDO, 2 SEGURIDAD SOCIAL, 3
      *SUELDOS A PAGAR.
       01  WS-TABLA-PASIVOS.
           05 WS-PAS-TAB          OCCURS 3 TIMES.
              10 WS-PAS-TAB-FLAG     PIC X(01)    VALUE 'N'.
                 88 PASIVO-CON-CUENTA             VALUE 'S'.
              10 WS-PAS-TAB-CLAVE    PIC X(20)    VALUE SPACES.
              10 WS-PAS-TAB-CUENTA   PIC X(10)    VALUE SPACES.
              10 WS-PAS-TAB-CENTRO   PIC X(06)    VALUE SPACES.
              10 WS-PAS-TAB-DESCRIPCION PIC X(20) VALUE SPACES.
              10 WS-PAS-TAB-IMPORTE  PIC 9(11)V99 VALUE 0.
       01  WS-PAS-IX              PIC 9(01)    VALUE 0.

      *CONCEPTOS DE DEDUCCION FIJA: SE REGISTRAN AL CARGAR
      *DEDUCFIJ.TXT O CTACONT.TXT, LO QUE APAREZCA PRIMERO.
       01  WS-CONTROL-CONCEPTOS.
           05 WS-CON-IX           PIC 9(03)    VALUE 0.
           05 WS-CON-CARGADOS     PIC 9(03)    VALUE 0.
           05 WS-CON-MAXIMO       PIC 9(03)    VALUE 200.
           05 WS-CON-BUSCADO      PIC X(20)    VALUE SPACES.
           05 WS-SW-CONCEPTO      PIC X(01)    VALUE 'N'.
              88 CONCEPTO-ENCONTRADO           VALUE 'S'.
              88 CONCEPTO-NO-ENCONTRADO        VALUE 'N'.

       01  WS-TABLA-CONCEPTOS.
           05 WS-CON-TAB          OCCURS 200 TIMES.
              10 WS-CON-TAB-FLAG     PIC X(01)    VALUE 'N'.
                 88 CONCEPTO-CON-CUENTA           VALUE 'S'.
              10 WS-CON-TAB-NOMBRE   PIC X(20)    VALUE SPACES.
              10 WS-CON-TAB-CUENTA   PIC X(10)    VALUE SPACES.
              10 WS-CON-TAB-CENTRO   PIC X(06)    VALUE SPACES.
              10 WS-CON-TAB-DESCRIPCION PIC X(20) VALUE SPACES.
              10 WS-CON-TAB-IMPORTE  PIC 9(11)V99 VALUE 0.

      *DEDUCCIONES FIJAS, MISMO LAYOUT QUE PGM09. CADA EMPLEADO TIENE
      *SU CADENA DE CONCEPTOS (PRIMERO EN LA TABLA DIRECTA, SIGUIENTE
      *EN CADA DEDUCCION), COMO EN EL ACUMULADO ANUAL DE PGM09.
       01  WS-REG-DEDUC-REF.
           05 WS-DED-NUMERO       PIC X(05).
           05 WS-DED-CONCEPTO     PIC X(20).
           05 WS-DED-IMPORTE      PIC 9(07)V99.

       01  WS-CONTROL-DEDUC.
           05 WS-DED-IX           PIC 9(06)    VALUE 0.
           05 WS-DDE-IX           PIC 9(05)    VALUE 0.
           05 WS-DDE-ULT          PIC 9(05)    VALUE 0.
           05 WS-DDE-CARGADAS     PIC 9(05)    VALUE 0.
           05 WS-DDE-MAXIMO       PIC 9(05)    VALUE 20000.
           05 WS-DED-SUMA-EMP     PIC 9(09)V99 VALUE 0.

       01  WS-TABLA-DEDUC-EMP.
           05 WS-DEE-TAB          OCCURS 100000 TIMES.
              10 WS-DEE-TAB-PRIMERO  PIC 9(05)    VALUE 0.
              10 WS-DEE-TAB-ULTIMO   PIC 9(05)    VALUE 0.

       01  WS-TABLA-DEDUC.
           05 WS-DDE-TAB          OCCURS 20000 TIMES.
              10 WS-DDE-TAB-CONCEPTO PIC 9(03)    VALUE 0.
              10 WS-DDE-TAB-IMPORTE  PIC 9(07)V99 VALUE 0.
              10 WS-DDE-TAB-SIGUIENTE PIC 9(05)   VALUE 0.

      *ULTIMO REGISTRO DE CONTROL DE PGM09 (VER PGM09 060-GRABA-
      *CONTROL). BRUTO, IMPUESTO Y SEGURIDAD SOCIAL INCLUYEN LOS
      *RETROACTIVOS.
       01  WS-REG-CTLNETOS.
           05 WS-CTN-PERIODO      PIC 9(06).
           05 WS-CTN-FECHA        PIC 9(08).
           05 WS-CTN-CANTIDAD     PIC 9(05).
           05 WS-CTN-BRUTO        PIC 9(11)V99.
           05 WS-CTN-IMPUESTO     PIC 9(11)V99.
           05 WS-CTN-SEGSOC       PIC 9(11)V99.
           05 WS-CTN-DEDFIJA      PIC 9(11)V99.
           05 WS-CTN-NETO         PIC 9(11)V99.
           05 WS-CTN-RETRO        PIC 9(11)V99.
           05 FILLER              PIC X(33).

       01  WS-ULTIMO-CTLNETOS.
           05 WS-SW-CTLNETOS      PIC X(01)    VALUE 'N'.
              88 CTLNETOS-LEIDO                VALUE 'S'.
           05 WS-ULT-CTN-PERIODO  PIC 9(06)    VALUE 0.
           05 WS-ULT-CTN-BRUTO    PIC 9(11)V99 VALUE 0.
           05 WS-ULT-CTN-IMPUESTO PIC 9(11)V99 VALUE 0.
           05 WS-ULT-CTN-SEGSOC   PIC 9(11)V99 VALUE 0.
           05 WS-ULT-CTN-DEDFIJA  PIC 9(11)V99 VALUE 0.
           05 WS-ULT-CTN-NETO     PIC 9(11)V99 VALUE 0.

      *TOTALES DEL PERIODO LEIDOS DE NETOS Y DEL ASIENTO.
       01  WS-TOTALES-ASIENTO.
           05 WS-NET-LEIDOS       PIC 9(06)    VALUE 0.
           05 WS-TOT-GASTO        PIC 9(13)V99 VALUE 0.
           05 WS-TOT-IMPUESTO     PIC 9(13)V99 VALUE 0.
           05 WS-TOT-SEGSOC       PIC 9(13)V99 VALUE 0.
           05 WS-TOT-DEDFIJA      PIC 9(13)V99 VALUE 0.
           05 WS-TOT-NETO         PIC 9(13)V99 VALUE 0.
           05 WS-TOT-DEBE         PIC 9(13)V99 VALUE 0.
           05 WS-TOT-HABER        PIC 9(13)V99 VALUE 0.
           05 WS-GASTO-EMP        PIC 9(09)V99 VALUE 0.
           05 WS-NETO-CALC        PIC S9(09)V99 VALUE 0.
           05 WS-DIFERENCIA       PIC S9(13)V99 VALUE 0.
           05 WS-RECHAZOS         PIC 9(05)    VALUE 0.
           05 WS-LINEAS-ASIENTO   PIC 9(05)    VALUE 0.
           05 WS-SW-ASIENTO       PIC X(01)    VALUE 'S'.
              88 ASIENTO-OK                    VALUE 'S'.
              88 ASIENTO-RECHAZADO             VALUE 'N'.

      *LINEA DEL ASIENTO A GRABAR (LA ARMA CADA PARRAFO DE 04X Y LA
      *GRABA 048-GRABA-LINEA).
       01  WS-LINEA-ACTUAL.
           05 WS-LIN-CUENTA       PIC X(10)    VALUE SPACES.
           05 WS-LIN-CENTRO       PIC X(06)    VALUE SPACES.
           05 WS-LIN-SIGNO        PIC X(01)    VALUE SPACES.
              88 LIN-DEBE                      VALUE 'D'.
              88 LIN-HABER                     VALUE 'H'.
           05 WS-LIN-DESCRIPCION  PIC X(30)    VALUE SPACES.
           05 WS-LIN-IMPORTE      PIC 9(11)V99 VALUE 0.

      *ARCHIVO PARA EL SISTEMA CONTABLE: REGISTROS DE 100 POSICIONES,
      *TIPO 'H' CABECERA, 'D' LINEA DEL ASIENTO ('D' DEBE / 'H' HABER)
      *Y 'T' COLA CON TOTALES. IMPORTES SIN PUNTO DECIMAL.
       01  WS-ASI-CABECERA.
           05 WS-ASH-TIPO         PIC X(01)    VALUE 'H'.
           05 WS-ASH-FECHA        PIC 9(08).
           05 WS-ASH-PERIODO      PIC 9(06).
           05 WS-ASH-ORIGEN       PIC X(10)    VALUE "NOMINA".
           05 WS-ASH-DESCRIPCION  PIC X(30).
           05 FILLER              PIC X(45)    VALUE SPACES.

       01  WS-ASI-LINEA.
           05 WS-ASD-TIPO         PIC X(01)    VALUE 'D'.
           05 WS-ASD-LINEA        PIC 9(05).
           05 WS-ASD-CUENTA       PIC X(10).
           05 WS-ASD-CENTRO       PIC X(06).
           05 WS-ASD-SIGNO        PIC X(01).
           05 WS-ASD-IMPORTE      PIC 9(11)V99.
           05 WS-ASD-DESCRIPCION  PIC X(30).
           05 FILLER              PIC X(34)    VALUE SPACES.

       01  WS-ASI-COLA.
           05 WS-AST-TIPO         PIC X(01)    VALUE 'T'.
           05 WS-AST-CANTIDAD     PIC 9(05).
           05 WS-AST-DEBE         PIC 9(13)V99.
           05 WS-AST-HABER        PIC 9(13)V99.
           05 FILLER              PIC X(64)    VALUE SPACES.

       01  WS-ASI-DESC-PERIODO.
           05 FILLER              PIC X(16)    VALUE
              "SUELDOS PERIODO ".
           05 WS-ASI-DESC-AAAA    PIC 9(04).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-ASI-DESC-MM      PIC 9(02).
           05 FILLER              PIC X(07)    VALUE SPACES.

      *CODIGO DE RETORNO: 00 ASIENTO GENERADO, 08 ASIENTO RECHAZADO
      *(SIN CUENTA, NO CUADRA O NO BALANCEA), 12 FALLA DE APERTURA.
       01  WS-CONTROL-RETORNO.
           05 WS-CODIGO-RETORNO   PIC 9(02)    VALUE 0.
           05 WS-RC-NUEVO         PIC 9(02)    VALUE 0.

       01  WS-CURRENT-DATE.
           03 WS-ACTUAL-DATE.
              05 WS-DATE-AAAA     PIC 9(04).
              05 WS-DATE-MM       PIC 9(02).
              05 WS-DATE-DD       PIC 9(02).

      *CONTROL DE SALTO DE PAGINA.
       01  WS-CONTROL-PAGINA.
           05 WS-LINEA-CONT       PIC 9(03)    VALUE 0.
           05 WS-MAX-LINEAS       PIC 9(03)    VALUE 55.
           05 WS-PAGINA-ACTUAL    PIC 9(03)    VALUE 1.

      *LINEAS DEL LISTADO DEL ASIENTO.
       01  WS-ASR-TITULO.
           05 FILLER              PIC X(01)    VALUE X"0C".
           05 FILLER              PIC X(40)    VALUE
              "ASIENTO CONTABLE DE SUELDOS             ".
           05 FILLER              PIC X(08)    VALUE "PERIODO ".
           05 WS-ASR-TIT-PER-AAAA PIC 9(04).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-ASR-TIT-PER-MM   PIC 9(02).
           05 FILLER              PIC X(29)    VALUE ' '.
           05 FILLER              PIC X(07)    VALUE "FECHA: ".
           05 WS-ASR-TIT-DD       PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-ASR-TIT-MM       PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-ASR-TIT-AAAA     PIC 9(04).
           05 FILLER              PIC X(03)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "PAGINA: ".
           05 WS-ASR-TIT-PAGINA   PIC ZZ9.
           05 FILLER              PIC X(04)    VALUE ' '.

       01  WS-ASR-GUIONES.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(118)   VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE ' '.

       01  WS-ASR-SUBTITULO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(05)    VALUE "LINEA".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(10)    VALUE "CUENTA".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "C.COST".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(30)    VALUE "DESCRIPCION".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(18)    VALUE
              "              DEBE".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(18)    VALUE
              "             HABER".
           05 FILLER              PIC X(22)    VALUE ' '.

       01  WS-ASR-DETALLE.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-ASR-LINEA        PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-ASR-CUENTA       PIC X(10).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-ASR-CENTRO       PIC X(06).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-ASR-DESCRIPCION  PIC X(30).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-ASR-DEBE         PIC X(18)    JUSTIFIED RIGHT.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-ASR-HABER        PIC X(18)    JUSTIFIED RIGHT.
           05 FILLER              PIC X(22)    VALUE ' '.

       01  WS-ASR-TOTALES.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(05)    VALUE ' '.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(50)    VALUE "TOTALES".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-ASR-TOT-DEBE     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-ASR-TOT-HABER    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(18)    VALUE ' '.

       01  WS-ASR-MENSAJE-LIN.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-ASR-MENSAJE      PIC X(119).

       01  WS-ASR-CIFRAS.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-ASR-CIF-DESC     PIC X(30).
           05 FILLER              PIC X(10)    VALUE "  NETOS   ".
           05 WS-ASR-CIF-NETOS    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(12)    VALUE "  CONTROL   ".
           05 WS-ASR-CIF-CONTROL  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-ASR-CIF-MARCA    PIC X(11).
           05 FILLER              PIC X(18)    VALUE ' '.

      *CAMPO EDITADO INTERMEDIO PARA DEBE/HABER DEL DETALLE (LA
      *COLUMNA QUE NO CORRESPONDE QUEDA EN BLANCO).
       01  WS-IMP-EDITADO         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-IMP-MENSAJE         PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-NET-NETO-ED         PIC Z,ZZZ,ZZ9.99.
       01  WS-MENSAJE             PIC X(119)   VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE
           PERFORM 012-ARMA-RUTAS THRU 012-EXIT

           OPEN OUTPUT ASIENREP
           IF WS-FS-ASIENREP NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR ASIENREP - STATUS "
                     WS-FS-ASIENREP
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF
           MOVE WS-PER-AAAA       TO WS-ASR-TIT-PER-AAAA
           MOVE WS-PER-MM         TO WS-ASR-TIT-PER-MM
           MOVE WS-DATE-DD        TO WS-ASR-TIT-DD
           MOVE WS-DATE-MM        TO WS-ASR-TIT-MM
           MOVE WS-DATE-AAAA      TO WS-ASR-TIT-AAAA
           PERFORM 015-ENCABEZADO THRU 015-EXIT

           PERFORM 013-CARGA-CUENTAS THRU 013-EXIT
           PERFORM 014-CARGA-EMPLEADOS THRU 014-EXIT
           PERFORM 017-CARGA-DEDUCCIONES THRU 017-EXIT
           PERFORM 018-LEE-CONTROL THRU 018-EXIT

           OPEN INPUT NETOS
           IF WS-FS-NETOS NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR NETOS - STATUS "
                     WS-FS-NETOS
                CLOSE ASIENREP
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF
           PERFORM 020-PROCESA-NETO THRU 020-EXIT
                UNTIL WS-FS-NETOS = "10"
           CLOSE NETOS

           PERFORM 030-VERIFICA-CUENTAS THRU 030-EXIT
           PERFORM 035-VERIFICA-CONTROL THRU 035-EXIT
           PERFORM 037-VERIFICA-BALANCE THRU 037-EXIT

           PERFORM 040-GENERA-ASIENTO THRU 040-EXIT

           PERFORM 100-FIN.

       012-ARMA-RUTAS.
           ACCEPT WS-RUTA-NETOS FROM ENVIRONMENT "NETOS_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-NETOS TO WS-RUTA-NETOS
           END-ACCEPT

           ACCEPT WS-RUTA-EXPORTA FROM ENVIRONMENT "EXPORTA_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-EXPORTA TO WS-RUTA-EXPORTA
           END-ACCEPT

           ACCEPT WS-RUTA-DEDUCFIJ FROM ENVIRONMENT "DEDUCFIJ_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-DEDUCFIJ TO WS-RUTA-DEDUCFIJ
           END-ACCEPT

           ACCEPT WS-RUTA-CTACONT FROM ENVIRONMENT "CTACONT_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-CTACONT TO WS-RUTA-CTACONT
           END-ACCEPT

           ACCEPT WS-RUTA-CTLNETOS FROM ENVIRONMENT "CTLNETOS_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-CTLNETOS TO WS-RUTA-CTLNETOS
           END-ACCEPT

           ACCEPT WS-RUTA-ASIENTO FROM ENVIRONMENT "ASIENTO_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-ASIENTO TO WS-RUTA-ASIENTO
           END-ACCEPT

           ACCEPT WS-RUTA-ASIENREP FROM ENVIRONMENT "ASIENTO_REP_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-ASIENREP TO WS-RUTA-ASIENREP
           END-ACCEPT

           ACCEPT WS-PERIODO-X FROM ENVIRONMENT "NOMINA_PERIODO"
                ON EXCEPTION
                     MOVE SPACES TO WS-PERIODO-X
           END-ACCEPT
           IF WS-PERIODO-X NUMERIC AND
              WS-PERX-MM NOT < 1 AND WS-PERX-MM NOT > 12
                MOVE WS-PERX-AAAA  TO WS-PER-AAAA
                MOVE WS-PERX-MM    TO WS-PER-MM
           ELSE
                MOVE WS-DATE-AAAA  TO WS-PER-AAAA
                MOVE WS-DATE-MM    TO WS-PER-MM
           END-IF.
       012-EXIT.
           EXIT.

      *CARGA LA IMPUTACION CONTABLE. SIN ESTE ARCHIVO NO HAY CUENTAS
      *A LAS QUE IMPUTAR: SE CORTA LA CORRIDA.
       013-CARGA-CUENTAS.
           MOVE "IMPUESTO"        TO WS-PAS-TAB-CLAVE (1)
           MOVE "IMPUESTO RETENIDO" TO WS-PAS-TAB-DESCRIPCION (1)
           MOVE "SEGSOC"          TO WS-PAS-TAB-CLAVE (2)
           MOVE "SEGURIDAD SOCIAL" TO WS-PAS-TAB-DESCRIPCION (2)
           MOVE "NETO"            TO WS-PAS-TAB-CLAVE (3)
           MOVE "SUELDOS A PAGAR" TO WS-PAS-TAB-DESCRIPCION (3)

           OPEN INPUT CTACONT
           IF WS-FS-CTACONT NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR CTACONT - STATUS "
                     WS-FS-CTACONT
                CLOSE ASIENREP
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF
           PERFORM 0130-CARGA-UNA-CUENTA THRU 0130-EXIT
                UNTIL WS-FS-CTACONT = "10"
           CLOSE CTACONT.
       013-EXIT.
           EXIT.

       0130-CARGA-UNA-CUENTA.
           READ CTACONT INTO WS-REG-CTACONT
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-CTACONT = "10"
                GO TO 0130-EXIT
           END-IF
           ADD 1                  TO WS-MAP-LEIDAS
           IF WS-MAP-CUENTA = SPACES
                PERFORM 0139-CUENTA-IGNORADA THRU 0139-EXIT
                GO TO 0130-EXIT
           END-IF

           IF MAP-DEPTO
                IF WS-MAP-DEPTO NOT NUMERIC
                     PERFORM 0139-CUENTA-IGNORADA THRU 0139-EXIT
                     GO TO 0130-EXIT
                END-IF
                COMPUTE WS-DEP-IX = FUNCTION NUMVAL (WS-MAP-DEPTO) + 1
                SET DEPTO-CON-CUENTA (WS-DEP-IX) TO TRUE
                MOVE WS-MAP-CUENTA TO WS-DEP-TAB-CUENTA (WS-DEP-IX)
                MOVE WS-MAP-CENTRO TO WS-DEP-TAB-CENTRO (WS-DEP-IX)
                MOVE WS-MAP-DESCRIPCION
                                   TO WS-DEP-TAB-DESCRIPCION (WS-DEP-IX)
                GO TO 0130-EXIT
           END-IF

           IF MAP-PASIVO
                MOVE 0             TO WS-PAS-IX
                IF WS-MAP-CLAVE = WS-PAS-TAB-CLAVE (1)
                     MOVE 1        TO WS-PAS-IX
                END-IF
                IF WS-MAP-CLAVE = WS-PAS-TAB-CLAVE (2)
                     MOVE 2        TO WS-PAS-IX
                END-IF
                IF WS-MAP-CLAVE = WS-PAS-TAB-CLAVE (3)
                     MOVE 3        TO WS-PAS-IX
                END-IF
                IF WS-PAS-IX = 0
                     PERFORM 0139-CUENTA-IGNORADA THRU 0139-EXIT
                     GO TO 0130-EXIT
                END-IF
                SET PASIVO-CON-CUENTA (WS-PAS-IX) TO TRUE
                MOVE WS-MAP-CUENTA TO WS-PAS-TAB-CUENTA (WS-PAS-IX)
                MOVE WS-MAP-CENTRO TO WS-PAS-TAB-CENTRO (WS-PAS-IX)
                IF WS-MAP-DESCRIPCION NOT = SPACES
                     MOVE WS-MAP-DESCRIPCION
                                   TO WS-PAS-TAB-DESCRIPCION (WS-PAS-IX)
                END-IF
                GO TO 0130-EXIT
           END-IF

           IF MAP-CONCEPTO AND WS-MAP-CLAVE NOT = SPACES
                MOVE WS-MAP-CLAVE  TO WS-CON-BUSCADO
                PERFORM 016-BUSCA-CONCEPTO THRU 016-EXIT
                IF WS-CON-IX = 0
                     GO TO 0130-EXIT
                END-IF
                SET CONCEPTO-CON-CUENTA (WS-CON-IX) TO TRUE
                MOVE WS-MAP-CUENTA TO WS-CON-TAB-CUENTA (WS-CON-IX)
                MOVE WS-MAP-CENTRO TO WS-CON-TAB-CENTRO (WS-CON-IX)
                MOVE WS-MAP-DESCRIPCION
                                   TO WS-CON-TAB-DESCRIPCION (WS-CON-IX)
                GO TO 0130-EXIT
           END-IF

           PERFORM 0139-CUENTA-IGNORADA THRU 0139-EXIT.
       0130-EXIT.
           EXIT.

       0139-CUENTA-IGNORADA.
           ADD 1                  TO WS-MAP-IGNORADAS
           DISPLAY "AVISO: IMPUTACION IGNORADA: " WS-REG-CTACONT
           MOVE SPACES            TO WS-MENSAJE
           STRING "AVISO: IMPUTACION CONTABLE IGNORADA: "
                       DELIMITED BY SIZE
                  WS-REG-CTACONT  DELIMITED BY SIZE
                INTO WS-MENSAJE
           END-STRING
           PERFORM 019-GRABA-MENSAJE THRU 019-EXIT.
       0139-EXIT.
           EXIT.

      *DEPARTAMENTO DE CADA EMPLEADO DEL EXPORT DE PGM01. EL TRAILER
      *SE SALTEA.
       014-CARGA-EMPLEADOS.
           OPEN INPUT EXPORTA
           IF WS-FS-EXPORTA NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR EXPORTA - STATUS "
                     WS-FS-EXPORTA
                CLOSE ASIENREP
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF
           PERFORM 0140-CARGA-UN-EMPLEADO THRU 0140-EXIT
                UNTIL WS-FS-EXPORTA = "10"
           CLOSE EXPORTA.
       014-EXIT.
           EXIT.

       0140-CARGA-UN-EMPLEADO.
           READ EXPORTA
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-EXPORTA = "10"
                GO TO 0140-EXIT
           END-IF
           IF REG-EXPORTA (1:8) = "TRAILER,"
                GO TO 0140-EXIT
           END-IF
           MOVE SPACES            TO WS-REG-EXPORTA
           UNSTRING REG-EXPORTA DELIMITED BY ","
                INTO WS-EXP-SUCURSAL
                     WS-EXP-NUMERO
                     WS-EXP-NOMBRE
                     WS-EXP-STATUS
                     WS-EXP-DEPTO
                     WS-EXP-RESTO
           END-UNSTRING
           IF WS-EXP-NUMERO NUMERIC AND WS-EXP-DEPTO NUMERIC
                COMPUTE WS-NUM-IX = FUNCTION NUMVAL (WS-EXP-NUMERO) + 1
                SET EMP-CARGADO (WS-NUM-IX) TO TRUE
                MOVE WS-EXP-DEPTO  TO WS-EMP-TAB-DEPTO (WS-NUM-IX)
                ADD 1              TO WS-EMP-CARGADOS
           END-IF.
       0140-EXIT.
           EXIT.

       015-ENCABEZADO.
           MOVE WS-PAGINA-ACTUAL  TO WS-ASR-TIT-PAGINA
           WRITE REG-ASIENREP FROM WS-ASR-TITULO AFTER ADVANCING 1
           WRITE REG-ASIENREP FROM WS-ASR-GUIONES AFTER ADVANCING 1
           MOVE 2                 TO WS-LINEA-CONT.
       015-EXIT.
           EXIT.

      *BUSCA WS-CON-BUSCADO EN LA TABLA DE CONCEPTOS Y LO AGREGA SI
      *NO ESTA. SI LA TABLA ESTA LLENA DEVUELVE CERO Y EL ASIENTO SE
      *RECHAZA: UN CONCEPTO SIN LUGAR NO SE PUEDE IMPUTAR.
       016-BUSCA-CONCEPTO.
           SET CONCEPTO-NO-ENCONTRADO TO TRUE
           MOVE 1                 TO WS-CON-IX
           PERFORM 0160-COMPARA-CONCEPTO THRU 0160-EXIT
                UNTIL WS-CON-IX > WS-CON-CARGADOS OR
                      CONCEPTO-ENCONTRADO
           IF WS-CON-IX NOT > WS-CON-CARGADOS
                GO TO 016-EXIT
           END-IF
           IF WS-CON-CARGADOS NOT < WS-CON-MAXIMO
                MOVE 0             TO WS-CON-IX
                MOVE SPACES        TO WS-MENSAJE
                STRING "TABLA DE CONCEPTOS LLENA, SIN LUGAR PARA: "
                            DELIMITED BY SIZE
                       WS-CON-BUSCADO DELIMITED BY SIZE
                     INTO WS-MENSAJE
                END-STRING
                PERFORM 039-RECHAZA THRU 039-EXIT
                GO TO 016-EXIT
           END-IF
           ADD 1                  TO WS-CON-CARGADOS
           MOVE WS-CON-CARGADOS   TO WS-CON-IX
           MOVE WS-CON-BUSCADO    TO WS-CON-TAB-NOMBRE (WS-CON-IX).
       016-EXIT.
           EXIT.

       0160-COMPARA-CONCEPTO.
           IF WS-CON-TAB-NOMBRE (WS-CON-IX) = WS-CON-BUSCADO
                SET CONCEPTO-ENCONTRADO TO TRUE
                GO TO 0160-EXIT
           END-IF
           ADD 1                  TO WS-CON-IX.
       0160-EXIT.
           EXIT.

      *CARGA LAS DEDUCCIONES FIJAS CON SU CONCEPTO. SIN ARCHIVO NO
      *HAY DEDUCCIONES: SI NETOS TRAE ALGUNA, EL EMPLEADO NO CUADRA.
       017-CARGA-DEDUCCIONES.
           OPEN INPUT DEDUCFIJ
           IF WS-FS-DEDUCFIJ NOT = "00"
                DISPLAY "AVISO: SIN ARCHIVO DE DEDUCCIONES FIJAS - "
                     "STATUS " WS-FS-DEDUCFIJ
                GO TO 017-EXIT
           END-IF
           PERFORM 0170-CARGA-UNA-DEDUC THRU 0170-EXIT
                UNTIL WS-FS-DEDUCFIJ = "10"
           CLOSE DEDUCFIJ.
       017-EXIT.
           EXIT.

       0170-CARGA-UNA-DEDUC.
           READ DEDUCFIJ INTO WS-REG-DEDUC-REF
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-DEDUCFIJ = "10"
                GO TO 0170-EXIT
           END-IF
           IF WS-DED-NUMERO NOT NUMERIC OR WS-DED-IMPORTE NOT NUMERIC
                DISPLAY "AVISO: DEDUCCION IGNORADA: " WS-REG-DEDUC-REF
                GO TO 0170-EXIT
           END-IF
           IF WS-DDE-CARGADAS NOT < WS-DDE-MAXIMO
                MOVE "TABLA DE DEDUCCIONES LLENA" TO WS-MENSAJE
                PERFORM 039-RECHAZA THRU 039-EXIT
                GO TO 0170-EXIT
           END-IF
           MOVE WS-DED-CONCEPTO   TO WS-CON-BUSCADO
           PERFORM 016-BUSCA-CONCEPTO THRU 016-EXIT
           IF WS-CON-IX = 0
                GO TO 0170-EXIT
           END-IF

           ADD 1                  TO WS-DDE-CARGADAS
           MOVE WS-DDE-CARGADAS   TO WS-DDE-IX
           MOVE WS-CON-IX         TO WS-DDE-TAB-CONCEPTO (WS-DDE-IX)
           MOVE WS-DED-IMPORTE    TO WS-DDE-TAB-IMPORTE (WS-DDE-IX)
           COMPUTE WS-DED-IX = FUNCTION NUMVAL (WS-DED-NUMERO) + 1
           IF WS-DEE-TAB-PRIMERO (WS-DED-IX) = 0
                MOVE WS-DDE-IX     TO WS-DEE-TAB-PRIMERO (WS-DED-IX)
           ELSE
                MOVE WS-DEE-TAB-ULTIMO (WS-DED-IX) TO WS-DDE-ULT
                MOVE WS-DDE-IX     TO WS-DDE-TAB-SIGUIENTE (WS-DDE-ULT)
           END-IF
           MOVE WS-DDE-IX         TO WS-DEE-TAB-ULTIMO (WS-DED-IX).
       0170-EXIT.
           EXIT.

      *ULTIMO REGISTRO DE CONTROL DE PGM09. SI NO ESTA SE AVISA Y EL
      *ASIENTO SE VALIDA SOLO CONTRA SI MISMO.
       018-LEE-CONTROL.
           OPEN INPUT CTLNETOS
           IF WS-FS-CTLNETOS NOT = "00"
                DISPLAY "AVISO: SIN ARCHIVO CTLNETOS - STATUS "
                     WS-FS-CTLNETOS
                GO TO 018-EXIT
           END-IF
           PERFORM 0180-LEE-UN-CONTROL THRU 0180-EXIT
                UNTIL WS-FS-CTLNETOS = "10"
           CLOSE CTLNETOS.
       018-EXIT.
           EXIT.

       0180-LEE-UN-CONTROL.
           READ CTLNETOS INTO WS-REG-CTLNETOS
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-CTLNETOS NOT = "10" AND
              WS-CTN-NETO NUMERIC AND WS-CTN-BRUTO NUMERIC
                SET CTLNETOS-LEIDO TO TRUE
                MOVE WS-CTN-PERIODO  TO WS-ULT-CTN-PERIODO
                MOVE WS-CTN-BRUTO    TO WS-ULT-CTN-BRUTO
                MOVE WS-CTN-IMPUESTO TO WS-ULT-CTN-IMPUESTO
                MOVE WS-CTN-SEGSOC   TO WS-ULT-CTN-SEGSOC
                MOVE WS-CTN-DEDFIJA  TO WS-ULT-CTN-DEDFIJA
                MOVE WS-CTN-NETO     TO WS-ULT-CTN-NETO
           END-IF.
       0180-EXIT.
           EXIT.

       019-GRABA-MENSAJE.
           IF WS-LINEA-CONT NOT < WS-MAX-LINEAS
                ADD 1              TO WS-PAGINA-ACTUAL
                PERFORM 015-ENCABEZADO THRU 015-EXIT
           END-IF
           MOVE WS-MENSAJE        TO WS-ASR-MENSAJE
           WRITE REG-ASIENREP FROM WS-ASR-MENSAJE-LIN
                AFTER ADVANCING 1
           ADD 1                  TO WS-LINEA-CONT.
       019-EXIT.
           EXIT.

      *UN NETO: SU GASTO (BRUTO MAS RETROACTIVO MAS LIQUIDACION
      *FINAL, SI EL EMPLEADO FUE DADO DE BAJA) VA AL DEPARTAMENTO
      *DEL EMPLEADO Y SUS RETENCIONES A LOS PASIVOS. EL NETO DEBE
      *SER EXACTAMENTE EL GASTO MENOS LAS RETENCIONES Y LAS
      *DEDUCCIONES FIJAS DEBEN SER LAS DE DEDUCFIJ.TXT; SI NO, EL
      *ASIENTO NO PUEDE BALANCEAR Y SE RECHAZA CON EL EMPLEADO.
       020-PROCESA-NETO.
           READ NETOS
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-NETOS = "10"
                GO TO 020-EXIT
           END-IF
           MOVE SPACES            TO WS-REG-NETO
           UNSTRING REG-NETOS DELIMITED BY ","
                INTO WS-NET-SUCURSAL
                     WS-NET-NUMERO
                     WS-NET-BRUTO-X
                     WS-NET-IMPUESTO-X
                     WS-NET-SEGSOC-X
                     WS-NET-DEDFIJA-X
                     WS-NET-NETO-X
                     WS-NET-RETRO-X
                     WS-NET-IMP-RETRO-X
                     WS-NET-SEG-RETRO-X
                     WS-NET-LICENCIA-X
                     WS-NET-LIQ-X
                     WS-NET-IMP-LIQ-X
                     WS-NET-SEG-LIQ-X
           END-UNSTRING
           ADD 1                  TO WS-NET-LEIDOS
           IF WS-NET-NUMERO NOT NUMERIC OR
              WS-NET-BRUTO-X NOT NUMERIC OR
              WS-NET-IMPUESTO-X NOT NUMERIC OR
              WS-NET-SEGSOC-X NOT NUMERIC OR
              WS-NET-DEDFIJA-X NOT NUMERIC OR
              WS-NET-NETO-X NOT NUMERIC OR
              WS-NET-RETRO-X NOT NUMERIC OR
              WS-NET-IMP-RETRO-X NOT NUMERIC OR
              WS-NET-SEG-RETRO-X NOT NUMERIC OR
              WS-NET-LIQ-X NOT NUMERIC OR
              WS-NET-IMP-LIQ-X NOT NUMERIC OR
              WS-NET-SEG-LIQ-X NOT NUMERIC
                MOVE SPACES        TO WS-MENSAJE
                STRING "REGISTRO DE NETOS ILEGIBLE: " DELIMITED BY SIZE
                       REG-NETOS  DELIMITED BY SIZE
                     INTO WS-MENSAJE
                END-STRING
                PERFORM 039-RECHAZA THRU 039-EXIT
                GO TO 020-EXIT
           END-IF

           COMPUTE WS-GASTO-EMP =
                WS-NET-BRUTO + WS-NET-RETRO + WS-NET-LIQ
           ADD WS-GASTO-EMP       TO WS-TOT-GASTO
           ADD WS-NET-IMPUESTO WS-NET-IMP-RETRO WS-NET-IMP-LIQ
                                  TO WS-TOT-IMPUESTO
           ADD WS-NET-SEGSOC WS-NET-SEG-RETRO WS-NET-SEG-LIQ
                                  TO WS-TOT-SEGSOC
           ADD WS-NET-DEDFIJA     TO WS-TOT-DEDFIJA
           ADD WS-NET-NETO        TO WS-TOT-NETO

           COMPUTE WS-NUM-IX = FUNCTION NUMVAL (WS-NET-NUMERO) + 1
           IF NOT EMP-CARGADO (WS-NUM-IX)
                MOVE SPACES        TO WS-MENSAJE
                STRING "EMPLEADO " DELIMITED BY SIZE
                       WS-NET-NUMERO DELIMITED BY SIZE
                       " SIN DEPARTAMENTO EN EL EXPORT DE PGM01"
                                   DELIMITED BY SIZE
                     INTO WS-MENSAJE
                END-STRING
                PERFORM 039-RECHAZA THRU 039-EXIT
           ELSE
                COMPUTE WS-DEP-IX = WS-EMP-TAB-DEPTO (WS-NUM-IX) + 1
                ADD WS-GASTO-EMP   TO WS-DEP-TAB-IMPORTE (WS-DEP-IX)
                ADD 1              TO WS-DEP-TAB-CANT (WS-DEP-IX)
           END-IF

           COMPUTE WS-NETO-CALC = WS-GASTO-EMP - WS-NET-IMPUESTO -
                WS-NET-IMP-RETRO - WS-NET-IMP-LIQ - WS-NET-SEGSOC -
                WS-NET-SEG-RETRO - WS-NET-SEG-LIQ - WS-NET-DEDFIJA
           IF WS-NETO-CALC NOT = WS-NET-NETO
                MOVE WS-NETO-CALC  TO WS-IMP-MENSAJE
                MOVE WS-NET-NETO   TO WS-NET-NETO-ED
                MOVE SPACES        TO WS-MENSAJE
                STRING "EMPLEADO " DELIMITED BY SIZE
                       WS-NET-NUMERO DELIMITED BY SIZE
                       " NETO NO CUADRA CON SUS COMPONENTES: CALCULADO "
                                   DELIMITED BY SIZE
                       WS-IMP-MENSAJE DELIMITED BY SIZE
                       " INFORMADO "
                                   DELIMITED BY SIZE
                       WS-NET-NETO-ED DELIMITED BY SIZE
                     INTO WS-MENSAJE
                END-STRING
                PERFORM 039-RECHAZA THRU 039-EXIT
           END-IF

           MOVE 0                 TO WS-DED-SUMA-EMP
           MOVE WS-DEE-TAB-PRIMERO (WS-NUM-IX) TO WS-DDE-IX
           PERFORM 021-SUMA-CONCEPTO THRU 021-EXIT
                UNTIL WS-DDE-IX = 0
           IF WS-DED-SUMA-EMP NOT = WS-NET-DEDFIJA
                MOVE SPACES        TO WS-MENSAJE
                STRING "EMPLEADO " DELIMITED BY SIZE
                       WS-NET-NUMERO DELIMITED BY SIZE
                       " DEDUCCIONES FIJAS DE NETOS NO COINCIDEN CON "
                                   DELIMITED BY SIZE
                       "DEDUCFIJ.TXT" DELIMITED BY SIZE
                     INTO WS-MENSAJE
                END-STRING
                PERFORM 039-RECHAZA THRU 039-EXIT
           END-IF.
       020-EXIT.
           EXIT.

       021-SUMA-CONCEPTO.
           MOVE WS-DDE-TAB-CONCEPTO (WS-DDE-IX) TO WS-CON-IX
           ADD WS-DDE-TAB-IMPORTE (WS-DDE-IX)
                TO WS-CON-TAB-IMPORTE (WS-CON-IX)
           ADD WS-DDE-TAB-IMPORTE (WS-DDE-IX) TO WS-DED-SUMA-EMP
           MOVE WS-DDE-TAB-SIGUIENTE (WS-DDE-IX) TO WS-DDE-IX.
       021-EXIT.
           EXIT.

      *TODO LO QUE TIENE IMPORTE DEBE TENER CUENTA: DEPARTAMENTOS
      *CON GASTO, PASIVOS FIJOS Y CONCEPTOS DE DEDUCCION USADOS.
       030-VERIFICA-CUENTAS.
           MOVE 1                 TO WS-DEP-IX
           PERFORM 031-VERIFICA-DEPTO THRU 031-EXIT
                UNTIL WS-DEP-IX > 1000
           MOVE WS-TOT-IMPUESTO   TO WS-PAS-TAB-IMPORTE (1)
           MOVE WS-TOT-SEGSOC     TO WS-PAS-TAB-IMPORTE (2)
           MOVE WS-TOT-NETO       TO WS-PAS-TAB-IMPORTE (3)
           MOVE 1                 TO WS-PAS-IX
           PERFORM 032-VERIFICA-PASIVO THRU 032-EXIT
                UNTIL WS-PAS-IX > 3
           MOVE 1                 TO WS-CON-IX
           PERFORM 033-VERIFICA-CONCEPTO THRU 033-EXIT
                UNTIL WS-CON-IX > WS-CON-CARGADOS.
       030-EXIT.
           EXIT.

       031-VERIFICA-DEPTO.
           IF WS-DEP-TAB-IMPORTE (WS-DEP-IX) > 0 AND
              NOT DEPTO-CON-CUENTA (WS-DEP-IX)
                COMPUTE WS-NUM-IX = WS-DEP-IX - 1
                MOVE WS-DEP-TAB-IMPORTE (WS-DEP-IX) TO WS-IMP-MENSAJE
                MOVE SPACES        TO WS-MENSAJE
                STRING "DEPARTAMENTO " DELIMITED BY SIZE
                       WS-NUM-IX (4:3) DELIMITED BY SIZE
                       " SIN CUENTA CONTABLE EN CTACONT.TXT - GASTO "
                                   DELIMITED BY SIZE
                       WS-IMP-MENSAJE DELIMITED BY SIZE
                     INTO WS-MENSAJE
                END-STRING
                PERFORM 039-RECHAZA THRU 039-EXIT
           END-IF
           ADD 1                  TO WS-DEP-IX.
       031-EXIT.
           EXIT.

       032-VERIFICA-PASIVO.
           IF WS-PAS-TAB-IMPORTE (WS-PAS-IX) > 0 AND
              NOT PASIVO-CON-CUENTA (WS-PAS-IX)
                MOVE SPACES        TO WS-MENSAJE
                STRING "PASIVO " DELIMITED BY SIZE
                       WS-PAS-TAB-CLAVE (WS-PAS-IX) DELIMITED BY SPACE
                       " SIN CUENTA CONTABLE EN CTACONT.TXT"
                                   DELIMITED BY SIZE
                     INTO WS-MENSAJE
                END-STRING
                PERFORM 039-RECHAZA THRU 039-EXIT
           END-IF
           ADD 1                  TO WS-PAS-IX.
       032-EXIT.
           EXIT.

       033-VERIFICA-CONCEPTO.
           IF WS-CON-TAB-IMPORTE (WS-CON-IX) > 0 AND
              NOT CONCEPTO-CON-CUENTA (WS-CON-IX)
                MOVE SPACES        TO WS-MENSAJE
                STRING "CONCEPTO DE DEDUCCION " DELIMITED BY SIZE
                       WS-CON-TAB-NOMBRE (WS-CON-IX) DELIMITED BY SIZE
                       " SIN CUENTA CONTABLE EN CTACONT.TXT"
                                   DELIMITED BY SIZE
                     INTO WS-MENSAJE
                END-STRING
                PERFORM 039-RECHAZA THRU 039-EXIT
           END-IF
           ADD 1                  TO WS-CON-IX.
       033-EXIT.
           EXIT.

      *LOS TOTALES DE NETOS DEBEN SER LOS QUE PGM09 DEJO EN SU
      *REGISTRO DE CONTROL DEL MISMO PERIODO (SI NO, NETOS NO ES EL
      *DE ESTE PERIODO O FUE TOCADO DESPUES DE PGM09).
       035-VERIFICA-CONTROL.
           IF NOT CTLNETOS-LEIDO
                GO TO 035-EXIT
           END-IF
           IF WS-ULT-CTN-PERIODO NOT = WS-PERIODO
                MOVE SPACES        TO WS-MENSAJE
                STRING "EL ULTIMO CONTROL DE PGM09 ES DE OTRO PERIODO: "
                            DELIMITED BY SIZE
                       WS-ULT-CTN-PERIODO DELIMITED BY SIZE
                     INTO WS-MENSAJE
                END-STRING
                PERFORM 039-RECHAZA THRU 039-EXIT
                GO TO 035-EXIT
           END-IF
           MOVE "GASTO (BRUTO + RETRO + LIQ.)" TO WS-ASR-CIF-DESC
           MOVE WS-TOT-GASTO      TO WS-ASR-CIF-NETOS
           MOVE WS-ULT-CTN-BRUTO  TO WS-ASR-CIF-CONTROL
           PERFORM 036-LINEA-CONTROL THRU 036-EXIT
           MOVE "IMPUESTO RETENIDO"   TO WS-ASR-CIF-DESC
           MOVE WS-TOT-IMPUESTO   TO WS-ASR-CIF-NETOS
           MOVE WS-ULT-CTN-IMPUESTO TO WS-ASR-CIF-CONTROL
           PERFORM 036-LINEA-CONTROL THRU 036-EXIT
           MOVE "SEGURIDAD SOCIAL"    TO WS-ASR-CIF-DESC
           MOVE WS-TOT-SEGSOC     TO WS-ASR-CIF-NETOS
           MOVE WS-ULT-CTN-SEGSOC TO WS-ASR-CIF-CONTROL
           PERFORM 036-LINEA-CONTROL THRU 036-EXIT
           MOVE "DEDUCCIONES FIJAS"   TO WS-ASR-CIF-DESC
           MOVE WS-TOT-DEDFIJA    TO WS-ASR-CIF-NETOS
           MOVE WS-ULT-CTN-DEDFIJA TO WS-ASR-CIF-CONTROL
           PERFORM 036-LINEA-CONTROL THRU 036-EXIT
           MOVE "NETO A PAGAR"        TO WS-ASR-CIF-DESC
           MOVE WS-TOT-NETO       TO WS-ASR-CIF-NETOS
           MOVE WS-ULT-CTN-NETO   TO WS-ASR-CIF-CONTROL
           PERFORM 036-LINEA-CONTROL THRU 036-EXIT.
       035-EXIT.
           EXIT.

       036-LINEA-CONTROL.
           IF WS-ASR-CIF-NETOS = WS-ASR-CIF-CONTROL
                MOVE "CONFORME"    TO WS-ASR-CIF-MARCA
           ELSE
                MOVE "*NO CUADRA*" TO WS-ASR-CIF-MARCA
                MOVE SPACES        TO WS-MENSAJE
                STRING "NETOS NO CUADRA CON EL CONTROL DE PGM09: "
                            DELIMITED BY SIZE
                       WS-ASR-CIF-DESC DELIMITED BY SIZE
                     INTO WS-MENSAJE
                END-STRING
                PERFORM 039-RECHAZA THRU 039-EXIT
           END-IF
           IF WS-LINEA-CONT NOT < WS-MAX-LINEAS
                ADD 1              TO WS-PAGINA-ACTUAL
                PERFORM 015-ENCABEZADO THRU 015-EXIT
           END-IF
           WRITE REG-ASIENREP FROM WS-ASR-CIFRAS AFTER ADVANCING 1
           ADD 1                  TO WS-LINEA-CONT.
       036-EXIT.
           EXIT.

      *DEBE = GASTO DE TODOS LOS DEPARTAMENTOS; HABER = IMPUESTO +
      *SEGURIDAD SOCIAL + CONCEPTOS DE DEDUCCION + NETO A PAGAR.
       037-VERIFICA-BALANCE.
           MOVE 0                 TO WS-TOT-DEBE
           MOVE 1                 TO WS-DEP-IX
           PERFORM 0370-SUMA-DEPTO THRU 0370-EXIT
                UNTIL WS-DEP-IX > 1000
           COMPUTE WS-TOT-HABER =
                WS-TOT-IMPUESTO + WS-TOT-SEGSOC + WS-TOT-NETO
           MOVE 1                 TO WS-CON-IX
           PERFORM 0371-SUMA-CONCEPTO THRU 0371-EXIT
                UNTIL WS-CON-IX > WS-CON-CARGADOS
           IF WS-TOT-DEBE NOT = WS-TOT-HABER
                COMPUTE WS-DIFERENCIA = WS-TOT-DEBE - WS-TOT-HABER
                MOVE WS-DIFERENCIA TO WS-IMP-MENSAJE
                MOVE SPACES        TO WS-MENSAJE
                STRING "EL DEBE NO IGUALA AL HABER - DIFERENCIA "
                            DELIMITED BY SIZE
                       WS-IMP-MENSAJE DELIMITED BY SIZE
                     INTO WS-MENSAJE
                END-STRING
                PERFORM 039-RECHAZA THRU 039-EXIT
           END-IF.
       037-EXIT.
           EXIT.

       0370-SUMA-DEPTO.
           ADD WS-DEP-TAB-IMPORTE (WS-DEP-IX) TO WS-TOT-DEBE
           ADD 1                  TO WS-DEP-IX.
       0370-EXIT.
           EXIT.

       0371-SUMA-CONCEPTO.
           ADD WS-CON-TAB-IMPORTE (WS-CON-IX) TO WS-TOT-HABER
           ADD 1                  TO WS-CON-IX.
       0371-EXIT.
           EXIT.

      *CADA MOTIVO DE RECHAZO QUEDA EN EL LISTADO Y POR CONSOLA.
       039-RECHAZA.
           SET ASIENTO-RECHAZADO  TO TRUE
           ADD 1                  TO WS-RECHAZOS
           DISPLAY "RECHAZO: " WS-MENSAJE
           MOVE WS-MENSAJE        TO WS-ASR-MENSAJE
           MOVE SPACES            TO WS-MENSAJE
           STRING "RECHAZO: "     DELIMITED BY SIZE
                  WS-ASR-MENSAJE  DELIMITED BY SIZE
                INTO WS-MENSAJE
           END-STRING
           PERFORM 019-GRABA-MENSAJE THRU 019-EXIT.
       039-EXIT.
           EXIT.

      *LAS LINEAS DEL ASIENTO SE LISTAN SIEMPRE; AL ARCHIVO PARA
      *CONTABILIDAD SOLO VAN SI NO HUBO RECHAZO. UN ASIENTO RECHAZADO
      *DEJA EL ARCHIVO VACIO PARA QUE NO SE IMPORTE EL DE OTRA
      *CORRIDA.
       040-GENERA-ASIENTO.
           OPEN OUTPUT ASIENTO
           IF WS-FS-ASIENTO NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR ASIENTO - STATUS "
                     WS-FS-ASIENTO
                CLOSE ASIENREP
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF
           IF ASIENTO-OK
                MOVE WS-ACTUAL-DATE TO WS-ASH-FECHA
                MOVE WS-PERIODO    TO WS-ASH-PERIODO
                MOVE WS-PER-AAAA   TO WS-ASI-DESC-AAAA
                MOVE WS-PER-MM     TO WS-ASI-DESC-MM
                MOVE WS-ASI-DESC-PERIODO TO WS-ASH-DESCRIPCION
                WRITE REG-ASIENTO FROM WS-ASI-CABECERA
           END-IF

           IF WS-LINEA-CONT > WS-MAX-LINEAS - 5
                ADD 1              TO WS-PAGINA-ACTUAL
                PERFORM 015-ENCABEZADO THRU 015-EXIT
           END-IF
           WRITE REG-ASIENREP FROM WS-ASR-SUBTITULO AFTER ADVANCING 2
           WRITE REG-ASIENREP FROM WS-ASR-GUIONES AFTER ADVANCING 1
           ADD 3                  TO WS-LINEA-CONT

           MOVE 1                 TO WS-DEP-IX
           PERFORM 041-LINEA-DEPTO THRU 041-EXIT
                UNTIL WS-DEP-IX > 1000
           MOVE 1                 TO WS-PAS-IX
           PERFORM 042-LINEA-PASIVO THRU 042-EXIT
                UNTIL WS-PAS-IX > 2
           MOVE 1                 TO WS-CON-IX
           PERFORM 043-LINEA-CONCEPTO THRU 043-EXIT
                UNTIL WS-CON-IX > WS-CON-CARGADOS
           MOVE 3                 TO WS-PAS-IX
           PERFORM 042-LINEA-PASIVO THRU 042-EXIT

           IF ASIENTO-OK
                MOVE WS-LINEAS-ASIENTO TO WS-AST-CANTIDAD
                MOVE WS-TOT-DEBE   TO WS-AST-DEBE
                MOVE WS-TOT-HABER  TO WS-AST-HABER
                WRITE REG-ASIENTO FROM WS-ASI-COLA
           END-IF
           CLOSE ASIENTO.
       040-EXIT.
           EXIT.

       041-LINEA-DEPTO.
           IF WS-DEP-TAB-IMPORTE (WS-DEP-IX) > 0
                MOVE WS-DEP-TAB-CUENTA (WS-DEP-IX) TO WS-LIN-CUENTA
                MOVE WS-DEP-TAB-CENTRO (WS-DEP-IX) TO WS-LIN-CENTRO
                SET LIN-DEBE       TO TRUE
                MOVE SPACES        TO WS-LIN-DESCRIPCION
                COMPUTE WS-NUM-IX = WS-DEP-IX - 1
                STRING "SUELDOS DEPTO " DELIMITED BY SIZE
                       WS-NUM-IX (4:3) DELIMITED BY SIZE
                       " "         DELIMITED BY SIZE
                       WS-DEP-TAB-DESCRIPCION (WS-DEP-IX)
                                   DELIMITED BY SIZE
                     INTO WS-LIN-DESCRIPCION
                END-STRING
                MOVE WS-DEP-TAB-IMPORTE (WS-DEP-IX) TO WS-LIN-IMPORTE
                PERFORM 048-GRABA-LINEA THRU 048-EXIT
           END-IF
           ADD 1                  TO WS-DEP-IX.
       041-EXIT.
           EXIT.

       042-LINEA-PASIVO.
           IF WS-PAS-TAB-IMPORTE (WS-PAS-IX) > 0
                MOVE WS-PAS-TAB-CUENTA (WS-PAS-IX) TO WS-LIN-CUENTA
                MOVE WS-PAS-TAB-CENTRO (WS-PAS-IX) TO WS-LIN-CENTRO
                SET LIN-HABER      TO TRUE
                MOVE WS-PAS-TAB-DESCRIPCION (WS-PAS-IX)
                                   TO WS-LIN-DESCRIPCION
                MOVE WS-PAS-TAB-IMPORTE (WS-PAS-IX) TO WS-LIN-IMPORTE
                PERFORM 048-GRABA-LINEA THRU 048-EXIT
           END-IF
           ADD 1                  TO WS-PAS-IX.
       042-EXIT.
           EXIT.

       043-LINEA-CONCEPTO.
           IF WS-CON-TAB-IMPORTE (WS-CON-IX) > 0
                MOVE WS-CON-TAB-CUENTA (WS-CON-IX) TO WS-LIN-CUENTA
                MOVE WS-CON-TAB-CENTRO (WS-CON-IX) TO WS-LIN-CENTRO
                SET LIN-HABER      TO TRUE
                IF WS-CON-TAB-DESCRIPCION (WS-CON-IX) = SPACES
                     MOVE WS-CON-TAB-NOMBRE (WS-CON-IX)
                                   TO WS-LIN-DESCRIPCION
                ELSE
                     MOVE WS-CON-TAB-DESCRIPCION (WS-CON-IX)
                                   TO WS-LIN-DESCRIPCION
                END-IF
                MOVE WS-CON-TAB-IMPORTE (WS-CON-IX) TO WS-LIN-IMPORTE
                PERFORM 048-GRABA-LINEA THRU 048-EXIT
           END-IF
           ADD 1                  TO WS-CON-IX.
       043-EXIT.
           EXIT.

      *LISTA LA LINEA (SIN CUENTA SE MARCA) Y, SI EL ASIENTO ES
      *VALIDO, LA GRABA EN EL ARCHIVO PARA CONTABILIDAD.
       048-GRABA-LINEA.
           ADD 1                  TO WS-LINEAS-ASIENTO
           IF WS-LINEA-CONT NOT < WS-MAX-LINEAS
                ADD 1              TO WS-PAGINA-ACTUAL
                PERFORM 015-ENCABEZADO THRU 015-EXIT
           END-IF
           MOVE WS-LINEAS-ASIENTO TO WS-ASR-LINEA
           IF WS-LIN-CUENTA = SPACES
                MOVE "*SIN CTA*"   TO WS-ASR-CUENTA
           ELSE
                MOVE WS-LIN-CUENTA TO WS-ASR-CUENTA
           END-IF
           MOVE WS-LIN-CENTRO     TO WS-ASR-CENTRO
           MOVE WS-LIN-DESCRIPCION TO WS-ASR-DESCRIPCION
           MOVE WS-LIN-IMPORTE    TO WS-IMP-EDITADO
           IF LIN-DEBE
                MOVE WS-IMP-EDITADO TO WS-ASR-DEBE
                MOVE SPACES        TO WS-ASR-HABER
           ELSE
                MOVE SPACES        TO WS-ASR-DEBE
                MOVE WS-IMP-EDITADO TO WS-ASR-HABER
           END-IF
           WRITE REG-ASIENREP FROM WS-ASR-DETALLE AFTER ADVANCING 1
           ADD 1                  TO WS-LINEA-CONT

           IF ASIENTO-OK
                MOVE WS-LINEAS-ASIENTO TO WS-ASD-LINEA
                MOVE WS-LIN-CUENTA TO WS-ASD-CUENTA
                MOVE WS-LIN-CENTRO TO WS-ASD-CENTRO
                MOVE WS-LIN-SIGNO  TO WS-ASD-SIGNO
                MOVE WS-LIN-IMPORTE TO WS-ASD-IMPORTE
                MOVE WS-LIN-DESCRIPCION TO WS-ASD-DESCRIPCION
                WRITE REG-ASIENTO FROM WS-ASI-LINEA
           END-IF.
       048-EXIT.
           EXIT.

      *EL CODIGO DE RETORNO FINAL ES EL PEOR (MAS ALTO) DETECTADO.
       097-ELEVA-RC.
           IF WS-RC-NUEVO > WS-CODIGO-RETORNO
                MOVE WS-RC-NUEVO   TO WS-CODIGO-RETORNO
           END-IF.
       097-EXIT.
           EXIT.

      *CORTE POR FALLA DE APERTURA DE ARCHIVO, COMO EN PGM01.
       099-ABEND-ARCHIVO.
           MOVE 12                TO WS-RC-NUEVO
           PERFORM 097-ELEVA-RC THRU 097-EXIT
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           STOP RUN.
       099-EXIT.
           EXIT.

       100-FIN.
           MOVE WS-TOT-DEBE       TO WS-ASR-TOT-DEBE
           MOVE WS-TOT-HABER      TO WS-ASR-TOT-HABER
           WRITE REG-ASIENREP FROM WS-ASR-GUIONES AFTER ADVANCING 1
           WRITE REG-ASIENREP FROM WS-ASR-TOTALES AFTER ADVANCING 1
           ADD 2                  TO WS-LINEA-CONT

           MOVE SPACES            TO WS-MENSAJE
           IF ASIENTO-OK
                STRING "ASIENTO GENERADO PARA CONTABILIDAD - NETOS "
                            DELIMITED BY SIZE
                       "LEIDOS: " DELIMITED BY SIZE
                       WS-NET-LEIDOS DELIMITED BY SIZE
                     INTO WS-MENSAJE
                END-STRING
           ELSE
                STRING "ASIENTO RECHAZADO: NO SE GENERA EL ARCHIVO "
                            DELIMITED BY SIZE
                       "PARA CONTABILIDAD - MOTIVOS: "
                            DELIMITED BY SIZE
                       WS-RECHAZOS DELIMITED BY SIZE
                     INTO WS-MENSAJE
                END-STRING
                MOVE 8             TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
           END-IF
           WRITE REG-ASIENREP FROM WS-ASR-GUIONES AFTER ADVANCING 1
           PERFORM 019-GRABA-MENSAJE THRU 019-EXIT
           DISPLAY WS-MENSAJE

           CLOSE ASIENREP
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           STOP RUN.
