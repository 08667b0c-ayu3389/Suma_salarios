      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM22.
      * Author:AYELEN RIVERO.
      * Date:02/09/26.

      *---------------------------------------------------------------*
      *OBJETIVO: RECONSTRUIR EL MAESTRO DE EMPLEADOS TAL COMO ESTABA  *
      *          A UNA FECHA PASADA (RECONS_FECHA, AAAAMMDD), PARA    *
      *          CONSULTAS DE AUDITORIA Y LEGALES.                    *
      *          - PARTE DE LA GENERACION DE RESGUARDO DE PGM12 MAS   *
      *            CERCANA ANTERIOR O IGUAL A LA FECHA, SEGUN EL      *
      *            CATALOGO DE GENERACIONES, Y LE APLICA LAS IMAGENES *
      *            'DESPUES' DEL HISTORIAL HASTA ESA FECHA INCLUSIVE. *
      *          - SI NINGUNA GENERACION VIVA ALCANZA LA FECHA, PARTE *
      *            DEL MAESTRO VIGENTE Y REVIERTE CON LAS IMAGENES    *
      *            'ANTES' LOS MOVIMIENTOS POSTERIORES A LA FECHA.    *
      *          GRABA EL MAESTRO RECONSTRUIDO (EMPRECON.TXT) E       *
      *          IMPRIME LA DOTACION Y LOS SALARIOS POR DEPARTAMENTO  *
      *          A ESA FECHA, COMO EL RESUMEN DE PGM01. CON UN NUMERO *
      *          DE EMPLEADO (RECONS_EMPLEADO) LISTA ADEMAS SU        *
      *          REGISTRO RECONSTRUIDO Y LOS MOVIMIENTOS USADOS.      *
      *          EL MAESTRO SE RECONSTRUYE COMO QUEDO GRABADO ESE DIA:*
      *          LAS MODIFICACIONES RETROACTIVAS CARGADAS DESPUES,    *
      *          QUE RIGEN DESDE ANTES DE LA FECHA, NO SE APLICAN Y   *
      *          SE INFORMAN APARTE. CODIGO DE RETORNO: 04 SIN        *
      *          GENERACION UTILIZABLE, IMAGENES QUE NO COINCIDEN O   *
      *          EMPLEADO PEDIDO INEXISTENTE, 12 PARAMETRO INVALIDO O *
      *          FALLA DE APERTURA DE UN ARCHIVO OBLIGATORIO.         *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *LAS RUTAS SE ARMAN EN TIEMPO DE EJECUCION (VER 012-ARMA-RUTAS)
      *A PARTIR DE VARIABLES DE ENTORNO, CON LOS VALORES ORIGINALES
      *COMO RESPALDO SI LA VARIABLE NO ESTA DEFINIDA.
           SELECT EMPLEADOS ASSIGN TO DYNAMIC WS-RUTA-EMPLEADOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-EMP-NUMERO
               FILE STATUS IS WS-FS-EMPLEADOS.

           SELECT CATALOGO  ASSIGN TO DYNAMIC WS-RUTA-CATALOGO
               FILE STATUS IS WS-FS-CATALOGO.

           SELECT ARCHIVO   ASSIGN TO DYNAMIC WS-RUTA-ARCHIVO
               FILE STATUS IS WS-FS-ARCHIVO.

           SELECT HISTORIAL ASSIGN TO DYNAMIC WS-RUTA-HISTORIAL
               FILE STATUS IS WS-FS-HISTORIAL.

           SELECT DEPTOS    ASSIGN TO DYNAMIC WS-RUTA-DEPTOS
               FILE STATUS IS WS-FS-DEPTOS.

           SELECT RECONS    ASSIGN TO DYNAMIC WS-RUTA-RECONS
               FILE STATUS IS WS-FS-RECONS.

           SELECT RECONREP  ASSIGN TO DYNAMIC WS-RUTA-RECONREP
               FILE STATUS IS WS-FS-RECONREP.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS

           RECORD CONTAINS 66 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-EMPLEADOS.
           05 REG-EMP-NUMERO      PIC X(05).
           05 FILLER              PIC X(61).

       FD  CATALOGO

           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CATALOGO           PIC X(30).

       FD  ARCHIVO

           RECORD CONTAINS 66 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-ARCHIVO            PIC X(66).

       FD  HISTORIAL

           RECORD CONTAINS 180 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-HISTORIAL          PIC X(180).

       FD  DEPTOS

           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-DEPTO              PIC X(34).

       FD  RECONS

           RECORD CONTAINS 66 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RECONS             PIC X(66).

       FD  RECONREP

           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RECONREP           PIC X(120).

       WORKING-STORAGE SECTION.
      *RUTAS DE ARCHIVOS EXTERNALIZADAS POR VARIABLE DE ENTORNO.
       01  WS-RUTAS-ARCHIVOS.
           05 WS-RUTA-EMPLEADOS   PIC X(100)   VALUE SPACES.
           05 WS-RUTA-CATALOGO    PIC X(100)   VALUE SPACES.
           05 WS-RUTA-ARCHIVO     PIC X(100)   VALUE SPACES.
           05 WS-RUTA-HISTORIAL   PIC X(100)   VALUE SPACES.
           05 WS-RUTA-DEPTOS      PIC X(100)   VALUE SPACES.
           05 WS-RUTA-RECONS      PIC X(100)   VALUE SPACES.
           05 WS-RUTA-RECONREP    PIC X(100)   VALUE SPACES.
           05 WS-BASE-ARCHIVO     PIC X(90)    VALUE SPACES.

       01  WS-RUTAS-DEFAULT.
           05 WS-DEF-EMPLEADOS    PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\EMPMAST.DAT".
           05 WS-DEF-CATALOGO     PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\EMPARCAT.TXT".
           05 WS-DEF-BASE-ARCHIVO PIC X(90)  VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\EMPARCH".
           05 WS-DEF-HISTORIAL    PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\HISTORIAL.TXT".
           05 WS-DEF-DEPTOS       PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\DEPTOS.TXT".
           05 WS-DEF-RECONS       PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\EMPRECON.TXT".
           05 WS-DEF-RECONREP     PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\RECONREP.TXT".

       01  WS-FS-EMPLEADOS        PIC X(02)    VALUE SPACES.
       01  WS-FS-CATALOGO         PIC X(02)    VALUE SPACES.
       01  WS-FS-ARCHIVO          PIC X(02)    VALUE SPACES.
       01  WS-FS-HISTORIAL        PIC X(02)    VALUE SPACES.
       01  WS-FS-DEPTOS           PIC X(02)    VALUE SPACES.
       01  WS-FS-RECONS           PIC X(02)    VALUE SPACES.
       01  WS-FS-RECONREP         PIC X(02)    VALUE SPACES.

      *PARAMETROS: FECHA A RECONSTRUIR (OBLIGATORIA, NO POSTERIOR A
      *HOY) Y EMPLEADO A DETALLAR (OPCIONAL).
       01  WS-PARAMETROS.
           05 WS-FECHA-PEDIDA-X   PIC X(08)    VALUE SPACES.
           05 WS-FECHA-PEDIDA     PIC 9(08)    VALUE 0.
           05 WS-EMP-PEDIDO       PIC X(05)    VALUE SPACES.
           05 WS-EMP-IX           PIC 9(06)    VALUE 0.
           05 WS-SW-EMPLEADO      PIC X(01)    VALUE 'N'.
              88 HAY-EMPLEADO                  VALUE 'S'.

      *VALIDACION DE FECHAS AAAAMMDD CON LOS DIAS DE CADA MES Y EL
      *29 DE FEBRERO DE LOS BISIESTOS, COMO EN PGM20.
       01  WS-VALIDA-FECHA.
           05 WS-FV-FECHA         PIC 9(08)    VALUE 0.
           05 WS-FV-FECHA-R REDEFINES WS-FV-FECHA.
              10 WS-FV-AAAA       PIC 9(04).
              10 WS-FV-MM         PIC 9(02).
              10 WS-FV-DD         PIC 9(02).
           05 WS-SW-FECHA         PIC X(01)    VALUE 'N'.
              88 FECHA-VALIDA                  VALUE 'S'.
              88 FECHA-INVALIDA                VALUE 'N'.

       01  WS-TABLA-MESES.
           05 WS-MESES-VALORES    PIC X(24)    VALUE
              "312831303130313130313031".
           05 WS-MESES-R REDEFINES WS-MESES-VALORES.
              10 WS-DIAS-MES      PIC 9(02)    OCCURS 12 TIMES.

       01  WS-CALCULO-MES.
           05 WS-DM-AAAA          PIC 9(04)    VALUE 0.
           05 WS-DM-MM            PIC 9(02)    VALUE 0.
           05 WS-DM-DIAS          PIC 9(02)    VALUE 0.
           05 WS-DM-COCIENTE      PIC 9(04)    VALUE 0.
           05 WS-DM-RESTO-4       PIC 9(04)    VALUE 0.
           05 WS-DM-RESTO-100     PIC 9(04)    VALUE 0.
           05 WS-DM-RESTO-400     PIC 9(04)    VALUE 0.

      *ENTRADA DEL CATALOGO DE GENERACIONES QUE ANOTA PGM12.
       01  WS-REG-CATALOGO.
           05 WS-CAT-MES          PIC 9(06).
           05 WS-CAT-GENERACION   PIC 9(02).
           05 WS-CAT-FECHA        PIC 9(08).
           05 WS-CAT-REGISTROS    PIC 9(05).
           05 FILLER              PIC X(09).

      *ULTIMA ENTRADA DEL CATALOGO DE CADA LUGAR: ES LA GENERACION
      *QUE ESTA VIVA EN ESE LUGAR (LAS ANTERIORES FUERON PISADAS).
       01  WS-TABLA-GENERACIONES.
           05 WS-GEN-TAB          OCCURS 99 TIMES.
              10 WS-GEN-TAB-FLAG     PIC X(01)    VALUE 'N'.
                 88 GEN-CATALOGADA                VALUE 'S'.
              10 WS-GEN-TAB-MES      PIC 9(06)    VALUE 0.
              10 WS-GEN-TAB-FECHA    PIC 9(08)    VALUE 0.
              10 WS-GEN-TAB-REGISTROS PIC 9(05)   VALUE 0.

      *PUNTO DE PARTIDA ELEGIDO: UNA GENERACION O EL MAESTRO VIGENTE.
       01  WS-PARTIDA.
           05 WS-SW-MODO          PIC X(01)    VALUE 'M'.
              88 DESDE-GENERACION              VALUE 'G'.
              88 DESDE-MAESTRO                 VALUE 'M'.
           05 WS-GEN-IX           PIC 9(03)    VALUE 0.
           05 WS-PAR-SLOT         PIC 9(02)    VALUE 0.
           05 WS-PAR-SLOT-ED      PIC 99       VALUE 0.
           05 WS-PAR-MES          PIC 9(06)    VALUE 0.
           05 WS-PAR-MES-R REDEFINES WS-PAR-MES.
              10 WS-PAR-MES-AAAA  PIC 9(04).
              10 WS-PAR-MES-MM    PIC 9(02).
           05 WS-PAR-FECHA        PIC 9(08)    VALUE 0.
           05 WS-PAR-REGISTROS    PIC 9(05)    VALUE 0.
           05 WS-CAT-LEIDAS       PIC 9(05)    VALUE 0.

      *REGISTRO DEL MAESTRO (LAYOUT DE PGM01) PARA EL RESUMEN Y EL
      *DETALLE DEL EMPLEADO.
       01  WS-AREAS-A-USAR.
           05 WS-REG-EMPLEADOS.
              10 WS-NUMERO-EMP    PIC X(05).
              10 WS-NOMBRE-EMP    PIC X(30).
              10 WS-STATUS-EMP    PIC 9(01).
                 88 EMP-ACTIVO                 VALUE 1.
              10 WS-DEPTO-EMP     PIC 9(03).
              10 WS-PUESTO-EMP    PIC 9(02).
              10 WS-SALARIO-EMP   PIC 9(07)V99.
              10 WS-FECHA-INGRESO PIC 9(08).
              10 WS-FECHA-BAJA    PIC 9(08).

      *VISTA ALFANUMERICA DEL MISMO REGISTRO, PARA IMPRIMIR IMAGENES
      *QUE PUEDEN TRAER CAMPOS NO NUMERICOS.
       01  WS-IMAGEN-REGISTRO REDEFINES WS-AREAS-A-USAR.
           05 WS-IMG-NUMERO       PIC X(05).
           05 WS-IMG-NOMBRE       PIC X(30).
           05 WS-IMG-STATUS       PIC X(01).
           05 WS-IMG-DEPTO        PIC X(03).
           05 WS-IMG-PUESTO       PIC X(02).
           05 WS-IMG-SALARIO      PIC X(09).
           05 WS-IMG-FECHA-INGRESO PIC X(08).
           05 WS-IMG-FECHA-BAJA   PIC X(08).

      *MAESTRO DE DEPARTAMENTOS (LAYOUT DE PGM01).
       01  WS-REG-DEPTO-REF.
           05 WS-DEPREF-CODIGO    PIC 9(03).
           05 WS-DEPREF-NOMBRE    PIC X(20).
           05 WS-DEPREF-TOPE      PIC 9(09)V99.

       01  WS-CONTROL-DEPTOS.
           05 WS-DEP-IX           PIC 9(04)    VALUE 0.
           05 WS-DEPTOS-CARGADOS  PIC 9(04)    VALUE 0.

      *DEPARTAMENTOS CON SUS ACUMULADORES A LA FECHA. UN EMPLEADO
      *PUEDE HABER ESTADO EN UN DEPARTAMENTO QUE HOY YA NO EXISTE: SE
      *RESUME IGUAL Y SE MARCA.
       01  WS-TABLA-DEPTOS.
           05 WS-DEP-TAB          OCCURS 1000 TIMES.
              10 WS-DEP-TAB-FLAG     PIC X(01)    VALUE 'N'.
                 88 DEPTO-CARGADO                 VALUE 'S'.
              10 WS-DEP-TAB-NOMBRE   PIC X(20)    VALUE SPACES.
              10 WS-DEP-TAB-ACTIVOS  PIC 9(07)    VALUE 0.
              10 WS-DEP-TAB-SALARIOS PIC 9(11)V99 VALUE 0.
              10 WS-DEP-TAB-INACTIVOS PIC 9(07)   VALUE 0.

      *MOVIMIENTO DEL HISTORIAL PERMANENTE (LAYOUT DE PGM02), EN
      *ORDEN CRONOLOGICO DE APLICACION.
       01  WS-REG-HISTORIAL.
           05 WS-HIS-FECHA        PIC 9(08).
           05 WS-HIS-TIPO         PIC X(01).
              88 HIS-ALTA                      VALUE 'A'.
              88 HIS-BAJA                      VALUE 'B'.
              88 HIS-MODIF                     VALUE 'M'.
           05 WS-HIS-NUMERO       PIC X(05).
           05 WS-HIS-ANTES        PIC X(66).
           05 WS-HIS-DESPUES      PIC X(66).
           05 WS-HIS-OPERADOR     PIC X(08).
           05 WS-HIS-APROBADOR    PIC X(08).
           05 WS-HIS-FECHA-EFECTIVA PIC X(08).
           05 FILLER              PIC X(10).

      *MAESTRO EN RECONSTRUCCION, POR NUMERO DE EMPLEADO. LA MARCA
      *DE REVERTIDO SOLO SE USA HACIA ATRAS: EL PRIMER MOVIMIENTO
      *POSTERIOR A LA FECHA DEJA SU IMAGEN 'ANTES' Y LOS SIGUIENTES
      *YA NO CAMBIAN NADA.
       01  WS-TABLA-RECONS.
           05 WS-REC-TAB          OCCURS 100000 TIMES.
              10 WS-REC-TAB-FLAG     PIC X(01)    VALUE 'N'.
                 88 REC-PRESENTE                  VALUE 'S'.
                 88 REC-AUSENTE                   VALUE 'N'.
              10 WS-REC-TAB-REVERTIDO PIC X(01)   VALUE 'N'.
                 88 REC-REVERTIDO                 VALUE 'S'.
              10 WS-REC-TAB-REG      PIC X(66)    VALUE SPACES.

      *EMPLEADO PEDIDO: REGISTRO DE PARTIDA Y MOVIMIENTOS DEL
      *HISTORIAL, CON EL USO QUE SE LE DIO A CADA UNO.
       01  WS-DETALLE-EMPLEADO.
           05 WS-EMP-BASE         PIC X(66)    VALUE SPACES.
           05 WS-SW-EMP-BASE      PIC X(01)    VALUE 'N'.
              88 HAY-EMP-BASE                  VALUE 'S'.
           05 WS-EMV-CANT         PIC 9(03)    VALUE 0.
           05 WS-EMV-IX           PIC 9(03)    VALUE 0.
           05 WS-EMV-NO-LISTADOS  PIC 9(05)    VALUE 0.
           05 WS-EMV-TAB          OCCURS 300 TIMES.
              10 WS-EMV-REG          PIC X(180).
              10 WS-EMV-USO          PIC X(16).
              10 WS-EMV-NOTA         PIC X(28).

      *USO QUE SE LE DA AL MOVIMIENTO QUE SE ESTA PROCESANDO.
       01  WS-MOVIMIENTO.
           05 WS-MOV-USO          PIC X(16)    VALUE SPACES.
           05 WS-MOV-NOTA         PIC X(28)    VALUE SPACES.
           05 WS-SW-INCONSIST     PIC X(01)    VALUE 'N'.
              88 HAY-SEC-INCONSIST             VALUE 'S'.

       01  WS-CONTROL-RECONS.
           05 WS-NUM-IX           PIC 9(06)    VALUE 0.
           05 WS-PAR-CARGADOS     PIC 9(07)    VALUE 0.
           05 WS-PAR-INVALIDOS    PIC 9(07)    VALUE 0.
           05 WS-HIS-LEIDOS       PIC 9(07)    VALUE 0.
           05 WS-HIS-INCLUIDOS    PIC 9(07)    VALUE 0.
           05 WS-HIS-APLICADOS    PIC 9(07)    VALUE 0.
           05 WS-HIS-REVERTIDOS   PIC 9(07)    VALUE 0.
           05 WS-HIS-POSTERIORES  PIC 9(07)    VALUE 0.
           05 WS-HIS-INVALIDOS    PIC 9(07)    VALUE 0.
           05 WS-HIS-RETRO-POST   PIC 9(07)    VALUE 0.
           05 WS-HIS-INCONSIST    PIC 9(07)    VALUE 0.
           05 WS-REC-GRABADOS     PIC 9(07)    VALUE 0.
           05 WS-REC-ACTIVOS      PIC 9(07)    VALUE 0.
           05 WS-REC-SALARIOS     PIC 9(11)V99 VALUE 0.
           05 WS-REC-INACTIVOS    PIC 9(07)    VALUE 0.
           05 WS-REC-EXCLUIDOS    PIC 9(07)    VALUE 0.
           05 WS-REC-NO-NUMERICOS PIC 9(07)    VALUE 0.

      *FECHA AAAAMMDD EDITADA DD/MM/AAAA (SI NO ES NUMERICA SE
      *MUESTRA TAL CUAL VINO).
       01  WS-FECHA-EDICION.
           05 WS-FED-FECHA        PIC X(08)    VALUE SPACES.
           05 WS-FED-FECHA-R REDEFINES WS-FED-FECHA.
              10 WS-FED-AAAA      PIC X(04).
              10 WS-FED-MM        PIC X(02).
              10 WS-FED-DD        PIC X(02).
           05 WS-FED-EDITADA.
              10 WS-FED-ED-DD     PIC X(02).
              10 FILLER           PIC X(01)    VALUE "/".
              10 WS-FED-ED-MM     PIC X(02).
              10 FILLER           PIC X(01)    VALUE "/".
              10 WS-FED-ED-AAAA   PIC X(04).

       01  WS-EDICION.
           05 WS-ED-FECHA-PEDIDA  PIC X(10)    VALUE SPACES.
           05 WS-ED-FECHA-PARTIDA PIC X(10)    VALUE SPACES.
           05 WS-ED-CANT          PIC Z,ZZZ,ZZ9.
           05 WS-ED-SALARIO       PIC Z,ZZZ,ZZ9.99.

      *CODIGO DE RETORNO: 00 RECONSTRUCCION LIMPIA, 04 AVISOS (SIN
      *GENERACION UTILIZABLE, IMAGENES QUE NO COINCIDEN, REGISTROS NO
      *NUMERICOS O EMPLEADO PEDIDO INEXISTENTE), 12 PARAMETRO
      *INVALIDO O FALLA DE APERTURA DE UN ARCHIVO OBLIGATORIO.
       01  WS-CONTROL-RETORNO.
           05 WS-CODIGO-RETORNO   PIC 9(02)    VALUE 0.
           05 WS-RC-NUEVO         PIC 9(02)    VALUE 0.

       01  WS-CURRENT-DATE.
           03 WS-ACTUAL-DATE.
              05 WS-DATE-AAAA     PIC 9(04).
              05 WS-DATE-MM       PIC 9(02).
              05 WS-DATE-DD       PIC 9(02).

       01  WS-CONTROL-PAGINA.
           05 WS-LINEA-CONT       PIC 9(03)    VALUE 0.
           05 WS-MAX-LINEAS       PIC 9(03)    VALUE 55.
           05 WS-PAGINA-ACTUAL    PIC 9(03)    VALUE 1.

      *LINEAS DEL REPORTE DE RECONSTRUCCION.
       01  WS-LST-TITULO.
           05 FILLER              PIC X(01)    VALUE X"0C".
           05 FILLER              PIC X(30)    VALUE
              "RECONSTRUCCION DEL MAESTRO AL ".
           05 WS-LST-TIT-FECHA    PIC X(10).
           05 FILLER              PIC X(48)    VALUE ' '.
           05 FILLER              PIC X(07)    VALUE "FECHA: ".
           05 WS-LST-TIT-DD       PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-LST-TIT-MM       PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-LST-TIT-AAAA     PIC 9(04).
           05 FILLER              PIC X(03)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "PAGINA: ".
           05 WS-LST-TIT-PAGINA   PIC ZZ9.

       01  WS-LST-GUIONES.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(118)   VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE ' '.

       01  WS-LST-SECCION.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-LST-SEC-TEXTO    PIC X(60).
           05 FILLER              PIC X(59)    VALUE ' '.

      *LINEA DE TEXTO LIBRE (PUNTO DE PARTIDA, AVISOS).
       01  WS-LTX-LINEA.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-LTX-TEXTO        PIC X(119).

      *MOVIMIENTOS CUYA IMAGEN 'ANTES' NO COINCIDE CON EL REGISTRO
      *RECONSTRUIDO HASTA ESE MOMENTO.
       01  WS-LIN-DETALLE.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-LIN-NUMERO       PIC X(05).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-LIN-FECHA        PIC X(10).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-LIN-TIPO         PIC X(05).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-LIN-DESCRIPCION  PIC X(50).
           05 FILLER              PIC X(43)    VALUE ' '.

      *RESUMEN POR DEPARTAMENTO A LA FECHA, COMO EL DE PGM01.
       01  WS-LDE-SUBTITULO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(03)    VALUE "DEP".
           05 FILLER              PIC X(04)    VALUE ' '.
           05 FILLER              PIC X(20)    VALUE "NOMBRE".
           05 FILLER              PIC X(03)    VALUE ' '.
           05 FILLER              PIC X(07)    VALUE "ACTIVOS".
           05 FILLER              PIC X(04)    VALUE ' '.
           05 FILLER              PIC X(17)    VALUE
              " SALARIOS ACTIVOS".
           05 FILLER              PIC X(04)    VALUE ' '.
           05 FILLER              PIC X(07)    VALUE " INACT.".
           05 FILLER              PIC X(04)    VALUE ' '.
           05 FILLER              PIC X(20)    VALUE "OBSERVACION".
           05 FILLER              PIC X(26)    VALUE ' '.

       01  WS-LDE-DETALLE.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-LDE-DEPTO        PIC 9(03).
           05 FILLER              PIC X(04)    VALUE ' '.
           05 WS-LDE-NOMBRE       PIC X(20).
           05 FILLER              PIC X(03)    VALUE ' '.
           05 WS-LDE-ACTIVOS      PIC ZZZ,ZZ9.
           05 FILLER              PIC X(04)    VALUE ' '.
           05 WS-LDE-SALARIOS     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(04)    VALUE ' '.
           05 WS-LDE-INACTIVOS    PIC ZZZ,ZZ9.
           05 FILLER              PIC X(04)    VALUE ' '.
           05 WS-LDE-FLAG         PIC X(20).
           05 FILLER              PIC X(26)    VALUE ' '.

       01  WS-LDE-TOTAL.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(27)    VALUE "TOTAL EMPRESA".
           05 FILLER              PIC X(03)    VALUE ' '.
           05 WS-LDT-ACTIVOS      PIC ZZZ,ZZ9.
           05 FILLER              PIC X(04)    VALUE ' '.
           05 WS-LDT-SALARIOS     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(04)    VALUE ' '.
           05 WS-LDT-INACTIVOS    PIC ZZZ,ZZ9.
           05 FILLER              PIC X(50)    VALUE ' '.

      *REGISTRO DEL EMPLEADO PEDIDO (PARTIDA Y RECONSTRUIDO).
       01  WS-LEM-REGISTRO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-LEM-ROTULO       PIC X(13).
           05 WS-LEM-NUMERO       PIC X(05).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-LEM-NOMBRE       PIC X(30).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-LEM-STATUS       PIC X(08).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(04)    VALUE "DEP ".
           05 WS-LEM-DEPTO        PIC X(03).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(04)    VALUE "PUE ".
           05 WS-LEM-PUESTO       PIC X(02).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-LEM-SALARIO      PIC X(14)    JUSTIFIED RIGHT.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(04)    VALUE "ING ".
           05 WS-LEM-INGRESO      PIC X(10).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(05)    VALUE "BAJA ".
           05 WS-LEM-BAJA         PIC X(10).

      *MOVIMIENTOS DEL EMPLEADO PEDIDO. LA IMAGEN QUE SE MUESTRA ES
      *LA 'DESPUES', SALVO EN EL MOVIMIENTO REVERTIDO, DONDE ES LA
      *'ANTES' QUE QUEDO COMO REGISTRO A LA FECHA.
       01  WS-LMV-SUBTITULO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(10)    VALUE "FECHA".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(05)    VALUE "TIPO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(10)    VALUE "RIGE DESDE".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(16)    VALUE "USO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(02)    VALUE "ST".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(03)    VALUE "DEP".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(02)    VALUE "PU".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(14)    VALUE
              "       SALARIO".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "OPERADOR".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "APROBAD.".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(27)    VALUE "OBSERVACION".

       01  WS-LMV-DETALLE.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-LMV-FECHA        PIC X(10).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-LMV-TIPO         PIC X(05).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-LMV-RIGE         PIC X(10).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-LMV-USO          PIC X(16).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-LMV-STATUS       PIC X(01).
           05 FILLER              PIC X(03)    VALUE ' '.
           05 WS-LMV-DEPTO        PIC X(03).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-LMV-PUESTO       PIC X(02).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-LMV-SALARIO      PIC X(14)    JUSTIFIED RIGHT.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-LMV-OPERADOR     PIC X(08).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-LMV-APROBADOR    PIC X(08).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-LMV-NOTA         PIC X(27).

      *RESUMEN DE CONTROL DE LA CORRIDA.
       01  WS-LRS-RESUMEN.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-LRS-TEXTO        PIC X(50).
           05 WS-LRS-CANTIDAD     PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(60)    VALUE ' '.

       PROCEDURE DIVISION.
       010-INICIO.
           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE
           PERFORM 012-ARMA-RUTAS THRU 012-EXIT
           PERFORM 014-VALIDA-PARAMETROS THRU 014-EXIT
           PERFORM 013-CARGA-DEPTOS THRU 013-EXIT

           OPEN OUTPUT RECONREP
           IF WS-FS-RECONREP NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR RECONREP - STATUS "
                     WS-FS-RECONREP
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF
           MOVE WS-ED-FECHA-PEDIDA TO WS-LST-TIT-FECHA
           MOVE WS-DATE-DD        TO WS-LST-TIT-DD
           MOVE WS-DATE-MM        TO WS-LST-TIT-MM
           MOVE WS-DATE-AAAA      TO WS-LST-TIT-AAAA
           PERFORM 015-ENCABEZADO THRU 015-EXIT

           PERFORM 020-ELIGE-GENERACION THRU 020-EXIT
           IF DESDE-GENERACION
                PERFORM 025-CARGA-GENERACION THRU 025-EXIT
           END-IF
           IF DESDE-MAESTRO
                PERFORM 026-CARGA-MAESTRO THRU 026-EXIT
           END-IF
           PERFORM 030-PUNTO-PARTIDA THRU 030-EXIT
           PERFORM 040-APLICA-HISTORIAL THRU 040-EXIT
           PERFORM 050-GRABA-RECONSTRUIDO THRU 050-EXIT
           PERFORM 060-RESUMEN-DEPTOS THRU 060-EXIT
           IF HAY-EMPLEADO
                PERFORM 070-LISTA-EMPLEADO THRU 070-EXIT
           END-IF

           PERFORM 100-FIN.

       012-ARMA-RUTAS.
           ACCEPT WS-RUTA-EMPLEADOS FROM ENVIRONMENT "EMP_FILE_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-EMPLEADOS TO WS-RUTA-EMPLEADOS
           END-ACCEPT

           ACCEPT WS-RUTA-CATALOGO FROM ENVIRONMENT
                "CIERRE_CATALOGO_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-CATALOGO TO WS-RUTA-CATALOGO
           END-ACCEPT

      *LAS GENERACIONES SE UBICAN CON LA MISMA BASE QUE USA PGM12.
           ACCEPT WS-BASE-ARCHIVO FROM ENVIRONMENT "CIERRE_ARCH_BASE"
                ON EXCEPTION
                     MOVE WS-DEF-BASE-ARCHIVO TO WS-BASE-ARCHIVO
           END-ACCEPT

           ACCEPT WS-RUTA-HISTORIAL FROM ENVIRONMENT "HISTORIAL_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-HISTORIAL TO WS-RUTA-HISTORIAL
           END-ACCEPT

           ACCEPT WS-RUTA-DEPTOS FROM ENVIRONMENT "DEPTOS_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-DEPTOS TO WS-RUTA-DEPTOS
           END-ACCEPT

           ACCEPT WS-RUTA-RECONS FROM ENVIRONMENT "RECONS_MAE_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-RECONS TO WS-RUTA-RECONS
           END-ACCEPT

           ACCEPT WS-RUTA-RECONREP FROM ENVIRONMENT "RECONS_REP_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-RECONREP TO WS-RUTA-RECONREP
           END-ACCEPT

           ACCEPT WS-FECHA-PEDIDA-X FROM ENVIRONMENT "RECONS_FECHA"
                ON EXCEPTION
                     MOVE SPACES TO WS-FECHA-PEDIDA-X
           END-ACCEPT

           ACCEPT WS-EMP-PEDIDO FROM ENVIRONMENT "RECONS_EMPLEADO"
                ON EXCEPTION
                     MOVE SPACES TO WS-EMP-PEDIDO
           END-ACCEPT.
       012-EXIT.
           EXIT.

      *CARGA EL MAESTRO DE DEPARTAMENTOS, COMO 013-CARGA-DEPTOS DE
      *PGM01. ES OBLIGATORIO: DA LOS NOMBRES DEL RESUMEN.
       013-CARGA-DEPTOS.
           OPEN INPUT DEPTOS
           IF WS-FS-DEPTOS NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR DEPTOS - STATUS "
                     WS-FS-DEPTOS
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF
           PERFORM 0130-CARGA-UN-DEPTO THRU 0130-EXIT
                UNTIL WS-FS-DEPTOS = "10"
           CLOSE DEPTOS
           IF WS-DEPTOS-CARGADOS = 0
                DISPLAY "ERROR: MAESTRO DE DEPTOS VACIO"
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF.
       013-EXIT.
           EXIT.

       0130-CARGA-UN-DEPTO.
           READ DEPTOS INTO WS-REG-DEPTO-REF
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-DEPTOS NOT = "10"
                IF WS-DEPREF-CODIGO NUMERIC AND
                   WS-DEPREF-TOPE NUMERIC
                     COMPUTE WS-DEP-IX = WS-DEPREF-CODIGO + 1
                     SET DEPTO-CARGADO (WS-DEP-IX) TO TRUE
                     MOVE WS-DEPREF-NOMBRE
                                   TO WS-DEP-TAB-NOMBRE (WS-DEP-IX)
                     ADD 1         TO WS-DEPTOS-CARGADOS
                ELSE
                     DISPLAY "AVISO: DEPTO IGNORADO EN MAESTRO: "
                          WS-REG-DEPTO-REF
                END-IF
           END-IF.
       0130-EXIT.
           EXIT.

      *LA FECHA A RECONSTRUIR ES OBLIGATORIA, DEBE SER UNA FECHA
      *VALIDA Y NO POSTERIOR A HOY. EL EMPLEADO, SI VIENE, DEBE SER
      *NUMERICO.
       014-VALIDA-PARAMETROS.
           MOVE WS-FECHA-PEDIDA-X TO WS-FED-FECHA
           PERFORM 018-EDITA-FECHA THRU 018-EXIT
           MOVE WS-FED-EDITADA    TO WS-ED-FECHA-PEDIDA
           IF WS-FECHA-PEDIDA-X NOT NUMERIC
                DISPLAY "ERROR: RECONS_FECHA INVALIDA: "
                     WS-FECHA-PEDIDA-X
                PERFORM 098-ABEND-PARAMETRO THRU 098-EXIT
           END-IF
           MOVE WS-FECHA-PEDIDA-X TO WS-FECHA-PEDIDA
           MOVE WS-FECHA-PEDIDA   TO WS-FV-FECHA
           PERFORM 0140-VALIDA-FECHA THRU 0140-EXIT
           IF FECHA-INVALIDA
                DISPLAY "ERROR: RECONS_FECHA INVALIDA: "
                     WS-FECHA-PEDIDA-X
                PERFORM 098-ABEND-PARAMETRO THRU 098-EXIT
           END-IF
           IF WS-FECHA-PEDIDA > WS-ACTUAL-DATE
                DISPLAY "ERROR: RECONS_FECHA POSTERIOR A HOY: "
                     WS-FECHA-PEDIDA-X
                PERFORM 098-ABEND-PARAMETRO THRU 098-EXIT
           END-IF

           IF WS-EMP-PEDIDO NOT = SPACES
                IF WS-EMP-PEDIDO NOT NUMERIC
                     DISPLAY "ERROR: RECONS_EMPLEADO INVALIDO: "
                          WS-EMP-PEDIDO
                     PERFORM 098-ABEND-PARAMETRO THRU 098-EXIT
                END-IF
                SET HAY-EMPLEADO   TO TRUE
                COMPUTE WS-EMP-IX = FUNCTION NUMVAL (WS-EMP-PEDIDO) + 1
           END-IF.
       014-EXIT.
           EXIT.

       0140-VALIDA-FECHA.
           SET FECHA-INVALIDA     TO TRUE
           IF WS-FV-AAAA < 1900 OR WS-FV-MM < 1 OR WS-FV-MM > 12
                GO TO 0140-EXIT
           END-IF
           MOVE WS-FV-AAAA        TO WS-DM-AAAA
           MOVE WS-FV-MM          TO WS-DM-MM
           PERFORM 0141-DIAS-DEL-MES THRU 0141-EXIT
           IF WS-FV-DD < 1 OR WS-FV-DD > WS-DM-DIAS
                GO TO 0140-EXIT
           END-IF
           SET FECHA-VALIDA       TO TRUE.
       0140-EXIT.
           EXIT.

       0141-DIAS-DEL-MES.
           MOVE WS-DIAS-MES (WS-DM-MM) TO WS-DM-DIAS
           IF WS-DM-MM = 2
                DIVIDE WS-DM-AAAA BY 4 GIVING WS-DM-COCIENTE
                     REMAINDER WS-DM-RESTO-4
                DIVIDE WS-DM-AAAA BY 100 GIVING WS-DM-COCIENTE
                     REMAINDER WS-DM-RESTO-100
                DIVIDE WS-DM-AAAA BY 400 GIVING WS-DM-COCIENTE
                     REMAINDER WS-DM-RESTO-400
                IF WS-DM-RESTO-4 = 0 AND
                   (WS-DM-RESTO-100 NOT = 0 OR WS-DM-RESTO-400 = 0)
                     MOVE 29       TO WS-DM-DIAS
                END-IF
           END-IF.
       0141-EXIT.
           EXIT.

       015-ENCABEZADO.
           MOVE WS-PAGINA-ACTUAL  TO WS-LST-TIT-PAGINA
           WRITE REG-RECONREP FROM WS-LST-TITULO AFTER ADVANCING 1
           WRITE REG-RECONREP FROM WS-LST-GUIONES AFTER ADVANCING 1
           MOVE 2                 TO WS-LINEA-CONT.
       015-EXIT.
           EXIT.

       016-VERIFICA-SALTO.
           IF WS-LINEA-CONT NOT < WS-MAX-LINEAS
                ADD 1              TO WS-PAGINA-ACTUAL
                PERFORM 015-ENCABEZADO THRU 015-EXIT
           END-IF.
       016-EXIT.
           EXIT.

       017-ABRE-SECCION.
           IF WS-LINEA-CONT > WS-MAX-LINEAS - 6
                ADD 1              TO WS-PAGINA-ACTUAL
                PERFORM 015-ENCABEZADO THRU 015-EXIT
           END-IF
           WRITE REG-RECONREP FROM WS-LST-SECCION AFTER ADVANCING 2
           WRITE REG-RECONREP FROM WS-LST-GUIONES AFTER ADVANCING 1
           ADD 3                  TO WS-LINEA-CONT.
       017-EXIT.
           EXIT.

       018-EDITA-FECHA.
           IF WS-FED-FECHA NUMERIC
                MOVE WS-FED-DD     TO WS-FED-ED-DD
                MOVE WS-FED-MM     TO WS-FED-ED-MM
                MOVE WS-FED-AAAA   TO WS-FED-ED-AAAA
           ELSE
                MOVE WS-FED-FECHA  TO WS-FED-EDITADA
           END-IF.
       018-EXIT.
           EXIT.

      *ELIGE LA GENERACION DE PARTIDA: DE LAS QUE SIGUEN VIVAS SEGUN
      *EL CATALOGO (LA ULTIMA ENTRADA DE CADA LUGAR), LA DE FECHA DE
      *CORRIDA MAS RECIENTE QUE NO PASE LA FECHA PEDIDA. SIN CATALOGO
      *O SIN GENERACION QUE ALCANCE LA FECHA SE PARTE DEL MAESTRO
      *VIGENTE HACIA ATRAS.
       020-ELIGE-GENERACION.
           SET DESDE-MAESTRO      TO TRUE
           OPEN INPUT CATALOGO
           IF WS-FS-CATALOGO NOT = "00"
                DISPLAY "AVISO: SIN CATALOGO DE GENERACIONES - STATUS "
                     WS-FS-CATALOGO
                MOVE 4             TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
                GO TO 020-EXIT
           END-IF
           PERFORM 0200-LEE-CATALOGO THRU 0200-EXIT
                UNTIL WS-FS-CATALOGO = "10"
           CLOSE CATALOGO

           PERFORM 0201-COMPARA-LUGAR THRU 0201-EXIT
                VARYING WS-GEN-IX FROM 1 BY 1 UNTIL WS-GEN-IX > 99
           IF DESDE-MAESTRO
                DISPLAY "AVISO: NINGUNA GENERACION VIVA AL "
                     WS-ED-FECHA-PEDIDA
                     " - SE RECONSTRUYE DESDE EL MAESTRO VIGENTE"
                MOVE 4             TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
           END-IF.
       020-EXIT.
           EXIT.

       0200-LEE-CATALOGO.
           READ CATALOGO INTO WS-REG-CATALOGO
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-CATALOGO = "10"
                GO TO 0200-EXIT
           END-IF
           ADD 1                  TO WS-CAT-LEIDAS
           IF WS-CAT-MES NOT NUMERIC OR
              WS-CAT-GENERACION NOT NUMERIC OR
              WS-CAT-FECHA NOT NUMERIC OR
              WS-CAT-REGISTROS NOT NUMERIC OR
              WS-CAT-GENERACION = 0
                DISPLAY "AVISO: ENTRADA DE CATALOGO IGNORADA: "
                     WS-REG-CATALOGO
                GO TO 0200-EXIT
           END-IF
           MOVE WS-CAT-GENERACION TO WS-GEN-IX
           SET GEN-CATALOGADA (WS-GEN-IX) TO TRUE
           MOVE WS-CAT-MES        TO WS-GEN-TAB-MES (WS-GEN-IX)
           MOVE WS-CAT-FECHA      TO WS-GEN-TAB-FECHA (WS-GEN-IX)
           MOVE WS-CAT-REGISTROS  TO WS-GEN-TAB-REGISTROS (WS-GEN-IX).
       0200-EXIT.
           EXIT.

      *UN RESGUARDO VACIO NO ES PUNTO DE PARTIDA (PGM12 YA LO AVISO).
       0201-COMPARA-LUGAR.
           IF NOT GEN-CATALOGADA (WS-GEN-IX) OR
              WS-GEN-TAB-REGISTROS (WS-GEN-IX) = 0 OR
              WS-GEN-TAB-FECHA (WS-GEN-IX) > WS-FECHA-PEDIDA
                GO TO 0201-EXIT
           END-IF
           IF DESDE-GENERACION AND
              WS-GEN-TAB-FECHA (WS-GEN-IX) NOT > WS-PAR-FECHA
                GO TO 0201-EXIT
           END-IF
           SET DESDE-GENERACION   TO TRUE
           MOVE WS-GEN-IX         TO WS-PAR-SLOT
           MOVE WS-GEN-TAB-MES (WS-GEN-IX)   TO WS-PAR-MES
           MOVE WS-GEN-TAB-FECHA (WS-GEN-IX) TO WS-PAR-FECHA
           MOVE WS-GEN-TAB-REGISTROS (WS-GEN-IX)
                                  TO WS-PAR-REGISTROS.
       0201-EXIT.
           EXIT.

      *CARGA LA GENERACION ELEGIDA (MISMO NOMBRE QUE ARMA PGM12). SI
      *NO SE PUEDE ABRIR SE CAE AL MAESTRO VIGENTE; SI LA CANTIDAD NO
      *ES LA DEL CATALOGO SE AVISA, PORQUE EL ARCHIVO PUDO HABER SIDO
      *REEMPLAZADO FUERA DEL CIERRE.
       025-CARGA-GENERACION.
           MOVE WS-PAR-SLOT       TO WS-PAR-SLOT-ED
           STRING FUNCTION TRIM (WS-BASE-ARCHIVO) DELIMITED BY SIZE
                  "_G"                            DELIMITED BY SIZE
                  WS-PAR-SLOT-ED                  DELIMITED BY SIZE
                  ".DAT"                          DELIMITED BY SIZE
                INTO WS-RUTA-ARCHIVO
           END-STRING
           OPEN INPUT ARCHIVO
           IF WS-FS-ARCHIVO NOT = "00"
                DISPLAY "AVISO: NO SE PUDO ABRIR LA GENERACION "
                     WS-PAR-SLOT-ED " - STATUS " WS-FS-ARCHIVO
                     " - SE RECONSTRUYE DESDE EL MAESTRO VIGENTE"
                SET DESDE-MAESTRO  TO TRUE
                MOVE 4             TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
                GO TO 025-EXIT
           END-IF
           PERFORM 0250-CARGA-DE-GENERACION THRU 0250-EXIT
                UNTIL WS-FS-ARCHIVO = "10"
           CLOSE ARCHIVO
           IF WS-PAR-CARGADOS + WS-PAR-INVALIDOS NOT = WS-PAR-REGISTROS
                DISPLAY "AVISO: LA GENERACION " WS-PAR-SLOT-ED
                     " NO TIENE LOS REGISTROS DEL CATALOGO"
                MOVE 4             TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
           END-IF.
       025-EXIT.
           EXIT.

       0250-CARGA-DE-GENERACION.
           READ ARCHIVO INTO WS-AREAS-A-USAR
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-ARCHIVO NOT = "10"
                PERFORM 027-UBICA-REGISTRO THRU 027-EXIT
           END-IF.
       0250-EXIT.
           EXIT.

      *PARTIDA DESDE EL MAESTRO VIGENTE: SE LEE COMPLETO Y DESPUES SE
      *REVIERTEN LOS MOVIMIENTOS POSTERIORES A LA FECHA.
       026-CARGA-MAESTRO.
           MOVE WS-ACTUAL-DATE    TO WS-PAR-FECHA
           OPEN INPUT EMPLEADOS
           IF WS-FS-EMPLEADOS NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR MAESTRO - STATUS "
                     WS-FS-EMPLEADOS
                CLOSE RECONREP
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF
           PERFORM 0260-CARGA-DE-MAESTRO THRU 0260-EXIT
                UNTIL WS-FS-EMPLEADOS = "10"
           CLOSE EMPLEADOS.
       026-EXIT.
           EXIT.

       0260-CARGA-DE-MAESTRO.
           READ EMPLEADOS INTO WS-AREAS-A-USAR
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-EMPLEADOS NOT = "10"
                PERFORM 027-UBICA-REGISTRO THRU 027-EXIT
           END-IF.
       0260-EXIT.
           EXIT.

      *UBICA UN REGISTRO DEL PUNTO DE PARTIDA EN LA TABLA Y GUARDA EL
      *DEL EMPLEADO PEDIDO.
       027-UBICA-REGISTRO.
           IF WS-NUMERO-EMP NOT NUMERIC
                DISPLAY "AVISO: REGISTRO DE PARTIDA CON NUMERO "
                     "INVALIDO: " WS-NUMERO-EMP
                ADD 1              TO WS-PAR-INVALIDOS
                GO TO 027-EXIT
           END-IF
           COMPUTE WS-NUM-IX = FUNCTION NUMVAL (WS-NUMERO-EMP) + 1
           SET REC-PRESENTE (WS-NUM-IX) TO TRUE
           MOVE WS-AREAS-A-USAR   TO WS-REC-TAB-REG (WS-NUM-IX)
           ADD 1                  TO WS-PAR-CARGADOS
           IF HAY-EMPLEADO AND WS-NUM-IX = WS-EMP-IX
                MOVE WS-AREAS-A-USAR TO WS-EMP-BASE
                SET HAY-EMP-BASE   TO TRUE
           END-IF.
       027-EXIT.
           EXIT.

      *SECCION DEL PUNTO DE PARTIDA.
       030-PUNTO-PARTIDA.
           MOVE "PUNTO DE PARTIDA" TO WS-LST-SEC-TEXTO
           PERFORM 017-ABRE-SECCION THRU 017-EXIT
           MOVE WS-PAR-FECHA      TO WS-FED-FECHA
           PERFORM 018-EDITA-FECHA THRU 018-EXIT
           MOVE WS-FED-EDITADA    TO WS-ED-FECHA-PARTIDA
           MOVE SPACES            TO WS-LTX-TEXTO
           IF DESDE-GENERACION
                STRING "GENERACION " WS-PAR-SLOT-ED
                     " DEL CIERRE " WS-PAR-MES-AAAA "/" WS-PAR-MES-MM
                     ", TOMADA EL " WS-ED-FECHA-PARTIDA
                     DELIMITED BY SIZE INTO WS-LTX-TEXTO
                END-STRING
                WRITE REG-RECONREP FROM WS-LTX-LINEA AFTER ADVANCING 1
                MOVE SPACES        TO WS-LTX-TEXTO
                STRING "ARCHIVO: " WS-RUTA-ARCHIVO
                     DELIMITED BY SIZE INTO WS-LTX-TEXTO
                END-STRING
                WRITE REG-RECONREP FROM WS-LTX-LINEA AFTER ADVANCING 1
                MOVE SPACES        TO WS-LTX-TEXTO
                STRING "SE APLICAN LOS MOVIMIENTOS DEL HISTORIAL "
                     "POSTERIORES A LA GENERACION HASTA EL "
                     WS-ED-FECHA-PEDIDA " INCLUSIVE"
                     DELIMITED BY SIZE INTO WS-LTX-TEXTO
                END-STRING
                WRITE REG-RECONREP FROM WS-LTX-LINEA AFTER ADVANCING 1
           ELSE
                STRING "MAESTRO VIGENTE DEL " WS-ED-FECHA-PARTIDA
                     " (NINGUNA GENERACION CATALOGADA Y VIVA ALCANZA"
                     " LA FECHA PEDIDA)"
                     DELIMITED BY SIZE INTO WS-LTX-TEXTO
                END-STRING
                WRITE REG-RECONREP FROM WS-LTX-LINEA AFTER ADVANCING 1
                MOVE SPACES        TO WS-LTX-TEXTO
                STRING "SE REVIERTEN CON LA IMAGEN ANTERIOR LOS "
                     "MOVIMIENTOS DEL HISTORIAL POSTERIORES AL "
                     WS-ED-FECHA-PEDIDA
                     DELIMITED BY SIZE INTO WS-LTX-TEXTO
                END-STRING
                WRITE REG-RECONREP FROM WS-LTX-LINEA AFTER ADVANCING 1
           END-IF
           ADD 3                  TO WS-LINEA-CONT.
       030-EXIT.
           EXIT.

      *RECORRE EL HISTORIAL COMPLETO EN SU ORDEN CRONOLOGICO. EL
      *HISTORIAL ES OBLIGATORIO: SIN EL NO HAY RECONSTRUCCION.
       040-APLICA-HISTORIAL.
           OPEN INPUT HISTORIAL
           IF WS-FS-HISTORIAL NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR HISTORIAL - STATUS "
                     WS-FS-HISTORIAL
                CLOSE RECONREP
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF
           PERFORM 0400-APLICA-UN-MOVIMIENTO THRU 0400-EXIT
                UNTIL WS-FS-HISTORIAL = "10"
           CLOSE HISTORIAL.
       040-EXIT.
           EXIT.

       0400-APLICA-UN-MOVIMIENTO.
           READ HISTORIAL INTO WS-REG-HISTORIAL
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-HISTORIAL = "10"
                GO TO 0400-EXIT
           END-IF
           ADD 1                  TO WS-HIS-LEIDOS
           IF WS-HIS-NUMERO NOT NUMERIC OR WS-HIS-FECHA NOT NUMERIC
                ADD 1              TO WS-HIS-INVALIDOS
                GO TO 0400-EXIT
           END-IF
           COMPUTE WS-NUM-IX = FUNCTION NUMVAL (WS-HIS-NUMERO) + 1
           MOVE SPACES            TO WS-MOV-USO
           MOVE SPACES            TO WS-MOV-NOTA

      *LOS CARGADOS DESPUES DE LA FECHA QUE RIGEN DESDE ANTES SON
      *MODIFICACIONES RETROACTIVAS: NO SE APLICAN, PERO SE CUENTAN.
           IF WS-HIS-FECHA > WS-FECHA-PEDIDA AND HIS-MODIF AND
              WS-HIS-FECHA-EFECTIVA NUMERIC AND
              WS-HIS-FECHA-EFECTIVA NOT = "00000000" AND
              WS-HIS-FECHA-EFECTIVA NOT > WS-FECHA-PEDIDA-X
                ADD 1              TO WS-HIS-RETRO-POST
                MOVE "RETROACTIVO: RIGE ANTES" TO WS-MOV-NOTA
           END-IF

           IF DESDE-GENERACION
                PERFORM 0401-HACIA-ADELANTE THRU 0401-EXIT
           ELSE
                PERFORM 0402-HACIA-ATRAS THRU 0402-EXIT
           END-IF

           IF HAY-EMPLEADO AND WS-NUM-IX = WS-EMP-IX
                PERFORM 0403-GUARDA-MOV-EMPLEADO THRU 0403-EXIT
           END-IF.
       0400-EXIT.
           EXIT.

      *HACIA ADELANTE: LO ANTERIOR A LA GENERACION YA ESTA EN ELLA Y
      *LO POSTERIOR A LA FECHA NO CUENTA. UN MOVIMIENTO DEL MISMO DIA
      *QUE LA GENERACION PUDO HABERSE GRABADO ANTES O DESPUES DEL
      *CIERRE: SI EL REGISTRO YA TIENE SU IMAGEN 'DESPUES' SE TOMA
      *COMO INCLUIDO. ANTES DE APLICAR SE CONTROLA QUE LA IMAGEN
      *'ANTES' SEA LA QUE SE VIENE RECONSTRUYENDO.
       0401-HACIA-ADELANTE.
           IF WS-HIS-FECHA < WS-PAR-FECHA
                ADD 1              TO WS-HIS-INCLUIDOS
                MOVE "EN LA GENERACION" TO WS-MOV-USO
                GO TO 0401-EXIT
           END-IF
           IF WS-HIS-FECHA > WS-FECHA-PEDIDA
                ADD 1              TO WS-HIS-POSTERIORES
                MOVE "POSTERIOR"   TO WS-MOV-USO
                GO TO 0401-EXIT
           END-IF
           IF WS-HIS-FECHA = WS-PAR-FECHA AND
              REC-PRESENTE (WS-NUM-IX) AND
              WS-REC-TAB-REG (WS-NUM-IX) = WS-HIS-DESPUES
                ADD 1              TO WS-HIS-INCLUIDOS
                MOVE "EN LA GENERACION" TO WS-MOV-USO
                GO TO 0401-EXIT
           END-IF

           MOVE SPACES            TO WS-LIN-DESCRIPCION
           IF HIS-ALTA
                IF REC-PRESENTE (WS-NUM-IX)
                     MOVE "ALTA DE UN EMPLEADO QUE YA ESTABA"
                                   TO WS-LIN-DESCRIPCION
                END-IF
           ELSE
                IF REC-AUSENTE (WS-NUM-IX)
                     MOVE "MOVIMIENTO DE UN EMPLEADO QUE NO ESTABA"
                                   TO WS-LIN-DESCRIPCION
                ELSE
                     IF WS-REC-TAB-REG (WS-NUM-IX) NOT = WS-HIS-ANTES
                          MOVE "IMAGEN ANTERIOR DISTINTA DEL REGISTRO"
                                        TO WS-LIN-DESCRIPCION
                     END-IF
                END-IF
           END-IF
           IF WS-LIN-DESCRIPCION NOT = SPACES
                PERFORM 0404-LISTA-INCONSISTENCIA THRU 0404-EXIT
           END-IF

           SET REC-PRESENTE (WS-NUM-IX) TO TRUE
           MOVE WS-HIS-DESPUES    TO WS-REC-TAB-REG (WS-NUM-IX)
           ADD 1                  TO WS-HIS-APLICADOS
           MOVE "APLICADO"        TO WS-MOV-USO.
       0401-EXIT.
           EXIT.

      *HACIA ATRAS: EL PRIMER MOVIMIENTO POSTERIOR A LA FECHA DE CADA
      *EMPLEADO DEJA SU IMAGEN 'ANTES' (UN ALTA POSTERIOR QUIERE
      *DECIR QUE EL EMPLEADO TODAVIA NO EXISTIA); LOS SIGUIENTES YA
      *NO CAMBIAN NADA.
       0402-HACIA-ATRAS.
           IF WS-HIS-FECHA NOT > WS-FECHA-PEDIDA
                ADD 1              TO WS-HIS-INCLUIDOS
                MOVE "ANTERIOR"    TO WS-MOV-USO
                GO TO 0402-EXIT
           END-IF
           IF REC-REVERTIDO (WS-NUM-IX)
                ADD 1              TO WS-HIS-POSTERIORES
                MOVE "POSTERIOR"   TO WS-MOV-USO
                GO TO 0402-EXIT
           END-IF
           SET REC-REVERTIDO (WS-NUM-IX) TO TRUE
           IF HIS-ALTA
                SET REC-AUSENTE (WS-NUM-IX) TO TRUE
                MOVE SPACES        TO WS-REC-TAB-REG (WS-NUM-IX)
           ELSE
                SET REC-PRESENTE (WS-NUM-IX) TO TRUE
                MOVE WS-HIS-ANTES  TO WS-REC-TAB-REG (WS-NUM-IX)
           END-IF
           ADD 1                  TO WS-HIS-REVERTIDOS
           MOVE "REVERTIDO"       TO WS-MOV-USO.
       0402-EXIT.
           EXIT.

       0403-GUARDA-MOV-EMPLEADO.
           IF WS-EMV-CANT = 300
                ADD 1              TO WS-EMV-NO-LISTADOS
                GO TO 0403-EXIT
           END-IF
           ADD 1                  TO WS-EMV-CANT
           MOVE WS-REG-HISTORIAL  TO WS-EMV-REG (WS-EMV-CANT)
           MOVE WS-MOV-USO        TO WS-EMV-USO (WS-EMV-CANT)
           MOVE WS-MOV-NOTA       TO WS-EMV-NOTA (WS-EMV-CANT).
       0403-EXIT.
           EXIT.

      *LA SECCION SE ABRE CON EL PRIMER MOVIMIENTO QUE NO COINCIDE.
      *EL MOVIMIENTO SE APLICA IGUAL: SU IMAGEN 'DESPUES' ES LA QUE
      *QUEDO GRABADA EN EL MAESTRO.
       0404-LISTA-INCONSISTENCIA.
           IF NOT HAY-SEC-INCONSIST
                MOVE "IMAGENES ANTERIORES QUE NO COINCIDEN"
                                   TO WS-LST-SEC-TEXTO
                PERFORM 017-ABRE-SECCION THRU 017-EXIT
                SET HAY-SEC-INCONSIST TO TRUE
           END-IF
           PERFORM 016-VERIFICA-SALTO THRU 016-EXIT
           MOVE WS-HIS-NUMERO     TO WS-LIN-NUMERO
           MOVE WS-HIS-FECHA      TO WS-FED-FECHA
           PERFORM 018-EDITA-FECHA THRU 018-EXIT
           MOVE WS-FED-EDITADA    TO WS-LIN-FECHA
           MOVE WS-HIS-TIPO       TO WS-LIN-TIPO
           WRITE REG-RECONREP FROM WS-LIN-DETALLE AFTER ADVANCING 1
           ADD 1                  TO WS-LINEA-CONT
           ADD 1                  TO WS-HIS-INCONSIST
           MOVE 4                 TO WS-RC-NUEVO
           PERFORM 097-ELEVA-RC THRU 097-EXIT
           MOVE "IMAGEN ANTERIOR NO COINCIDE" TO WS-MOV-NOTA.
       0404-EXIT.
           EXIT.

      *GRABA EL MAESTRO RECONSTRUIDO EN ORDEN DE NUMERO Y ACUMULA LA
      *DOTACION POR DEPARTAMENTO. UN EMPLEADO CON INGRESO POSTERIOR A
      *LA FECHA TODAVIA NO ESTABA EN LA EMPRESA Y QUEDA AFUERA.
       050-GRABA-RECONSTRUIDO.
           OPEN OUTPUT RECONS
           IF WS-FS-RECONS NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR RECONS - STATUS "
                     WS-FS-RECONS
                CLOSE RECONREP
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF
           PERFORM 0500-GRABA-UN-REGISTRO THRU 0500-EXIT
                VARYING WS-NUM-IX FROM 1 BY 1
                UNTIL WS-NUM-IX > 100000
           CLOSE RECONS.
       050-EXIT.
           EXIT.

       0500-GRABA-UN-REGISTRO.
           IF NOT REC-PRESENTE (WS-NUM-IX)
                GO TO 0500-EXIT
           END-IF
           MOVE WS-REC-TAB-REG (WS-NUM-IX) TO WS-AREAS-A-USAR
           IF WS-FECHA-INGRESO NUMERIC AND
              WS-FECHA-INGRESO > WS-FECHA-PEDIDA
                ADD 1              TO WS-REC-EXCLUIDOS
                SET REC-AUSENTE (WS-NUM-IX) TO TRUE
                GO TO 0500-EXIT
           END-IF
           WRITE REG-RECONS FROM WS-AREAS-A-USAR
           ADD 1                  TO WS-REC-GRABADOS
           IF WS-STATUS-EMP NOT NUMERIC OR
              WS-DEPTO-EMP NOT NUMERIC OR
              WS-SALARIO-EMP NOT NUMERIC
                DISPLAY "AVISO: REGISTRO RECONSTRUIDO NO NUMERICO: "
                     WS-NUMERO-EMP
                ADD 1              TO WS-REC-NO-NUMERICOS
                MOVE 4             TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
                GO TO 0500-EXIT
           END-IF
           COMPUTE WS-DEP-IX = WS-DEPTO-EMP + 1
           IF EMP-ACTIVO
                ADD 1              TO WS-DEP-TAB-ACTIVOS (WS-DEP-IX)
                ADD WS-SALARIO-EMP TO WS-DEP-TAB-SALARIOS (WS-DEP-IX)
                ADD 1              TO WS-REC-ACTIVOS
                ADD WS-SALARIO-EMP TO WS-REC-SALARIOS
           ELSE
                ADD 1              TO WS-DEP-TAB-INACTIVOS (WS-DEP-IX)
                ADD 1              TO WS-REC-INACTIVOS
           END-IF.
       0500-EXIT.
           EXIT.

      *DOTACION Y SALARIOS POR DEPARTAMENTO A LA FECHA.
       060-RESUMEN-DEPTOS.
           MOVE SPACES            TO WS-LST-SEC-TEXTO
           STRING "DOTACION Y SALARIOS POR DEPARTAMENTO AL "
                WS-ED-FECHA-PEDIDA
                DELIMITED BY SIZE INTO WS-LST-SEC-TEXTO
           END-STRING
           PERFORM 017-ABRE-SECCION THRU 017-EXIT
           WRITE REG-RECONREP FROM WS-LDE-SUBTITULO AFTER ADVANCING 1
           ADD 1                  TO WS-LINEA-CONT
           PERFORM 0600-LISTA-UN-DEPTO THRU 0600-EXIT
                VARYING WS-DEP-IX FROM 1 BY 1
                UNTIL WS-DEP-IX > 1000
           MOVE WS-REC-ACTIVOS    TO WS-LDT-ACTIVOS
           MOVE WS-REC-SALARIOS   TO WS-LDT-SALARIOS
           MOVE WS-REC-INACTIVOS  TO WS-LDT-INACTIVOS
           WRITE REG-RECONREP FROM WS-LST-GUIONES AFTER ADVANCING 1
           WRITE REG-RECONREP FROM WS-LDE-TOTAL AFTER ADVANCING 1
           ADD 2                  TO WS-LINEA-CONT.
       060-EXIT.
           EXIT.

       0600-LISTA-UN-DEPTO.
           IF WS-DEP-TAB-ACTIVOS (WS-DEP-IX) = 0 AND
              WS-DEP-TAB-INACTIVOS (WS-DEP-IX) = 0
                GO TO 0600-EXIT
           END-IF
           PERFORM 016-VERIFICA-SALTO THRU 016-EXIT
           COMPUTE WS-LDE-DEPTO = WS-DEP-IX - 1
           MOVE WS-DEP-TAB-NOMBRE (WS-DEP-IX)    TO WS-LDE-NOMBRE
           MOVE WS-DEP-TAB-ACTIVOS (WS-DEP-IX)   TO WS-LDE-ACTIVOS
           MOVE WS-DEP-TAB-SALARIOS (WS-DEP-IX)  TO WS-LDE-SALARIOS
           MOVE WS-DEP-TAB-INACTIVOS (WS-DEP-IX) TO WS-LDE-INACTIVOS
           IF DEPTO-CARGADO (WS-DEP-IX)
                MOVE SPACES        TO WS-LDE-FLAG
           ELSE
                MOVE "*NO ESTA EN DEPTOS*" TO WS-LDE-FLAG
           END-IF
           WRITE REG-RECONREP FROM WS-LDE-DETALLE AFTER ADVANCING 1
           ADD 1                  TO WS-LINEA-CONT.
       0600-EXIT.
           EXIT.

      *DETALLE DEL EMPLEADO PEDIDO: REGISTRO DE PARTIDA, MOVIMIENTOS
      *DEL HISTORIAL CON SU USO Y REGISTRO RECONSTRUIDO A LA FECHA.
       070-LISTA-EMPLEADO.
           MOVE SPACES            TO WS-LST-SEC-TEXTO
           STRING "EMPLEADO " WS-EMP-PEDIDO " AL " WS-ED-FECHA-PEDIDA
                DELIMITED BY SIZE INTO WS-LST-SEC-TEXTO
           END-STRING
           PERFORM 017-ABRE-SECCION THRU 017-EXIT

           IF HAY-EMP-BASE
                MOVE WS-EMP-BASE   TO WS-AREAS-A-USAR
                MOVE "PARTIDA    : " TO WS-LEM-ROTULO
                PERFORM 0701-LINEA-REGISTRO THRU 0701-EXIT
           ELSE
                MOVE "SIN REGISTRO EN EL PUNTO DE PARTIDA"
                                   TO WS-LTX-TEXTO
                WRITE REG-RECONREP FROM WS-LTX-LINEA AFTER ADVANCING 1
                ADD 1              TO WS-LINEA-CONT
           END-IF

           IF WS-EMV-CANT = 0
                MOVE "SIN MOVIMIENTOS EN EL HISTORIAL" TO WS-LTX-TEXTO
                WRITE REG-RECONREP FROM WS-LTX-LINEA AFTER ADVANCING 2
                ADD 2              TO WS-LINEA-CONT
           ELSE
                WRITE REG-RECONREP FROM WS-LMV-SUBTITULO
                     AFTER ADVANCING 2
                ADD 2              TO WS-LINEA-CONT
                PERFORM 0700-LISTA-UN-MOVIMIENTO THRU 0700-EXIT
                     VARYING WS-EMV-IX FROM 1 BY 1
                     UNTIL WS-EMV-IX > WS-EMV-CANT
           END-IF
           IF WS-EMV-NO-LISTADOS > 0
                MOVE WS-EMV-NO-LISTADOS TO WS-ED-CANT
                MOVE SPACES        TO WS-LTX-TEXTO
                STRING "MOVIMIENTOS POSTERIORES NO LISTADOS: "
                     WS-ED-CANT
                     DELIMITED BY SIZE INTO WS-LTX-TEXTO
                END-STRING
                WRITE REG-RECONREP FROM WS-LTX-LINEA AFTER ADVANCING 1
                ADD 1              TO WS-LINEA-CONT
           END-IF

           PERFORM 016-VERIFICA-SALTO THRU 016-EXIT
           IF REC-PRESENTE (WS-EMP-IX)
                MOVE WS-REC-TAB-REG (WS-EMP-IX) TO WS-AREAS-A-USAR
                MOVE "A LA FECHA : " TO WS-LEM-ROTULO
                WRITE REG-RECONREP FROM WS-LST-GUIONES
                     AFTER ADVANCING 1
                ADD 1              TO WS-LINEA-CONT
                PERFORM 0701-LINEA-REGISTRO THRU 0701-EXIT
           ELSE
                MOVE SPACES        TO WS-LTX-TEXTO
                STRING "EL EMPLEADO NO ESTABA EN EL MAESTRO AL "
                     WS-ED-FECHA-PEDIDA
                     DELIMITED BY SIZE INTO WS-LTX-TEXTO
                END-STRING
                WRITE REG-RECONREP FROM WS-LTX-LINEA AFTER ADVANCING 2
                ADD 2              TO WS-LINEA-CONT
                IF NOT HAY-EMP-BASE AND WS-EMV-CANT = 0
                     DISPLAY "AVISO: EMPLEADO " WS-EMP-PEDIDO
                          " SIN REGISTRO NI MOVIMIENTOS"
                     MOVE 4        TO WS-RC-NUEVO
                     PERFORM 097-ELEVA-RC THRU 097-EXIT
                END-IF
           END-IF.
       070-EXIT.
           EXIT.

       0700-LISTA-UN-MOVIMIENTO.
           PERFORM 016-VERIFICA-SALTO THRU 016-EXIT
           MOVE WS-EMV-REG (WS-EMV-IX) TO WS-REG-HISTORIAL
           MOVE WS-HIS-FECHA      TO WS-FED-FECHA
           PERFORM 018-EDITA-FECHA THRU 018-EXIT
           MOVE WS-FED-EDITADA    TO WS-LMV-FECHA
           IF HIS-ALTA
                MOVE "ALTA"        TO WS-LMV-TIPO
           ELSE
                IF HIS-BAJA
                     MOVE "BAJA"   TO WS-LMV-TIPO
                ELSE
                     MOVE "MODIF"  TO WS-LMV-TIPO
                END-IF
           END-IF
           MOVE SPACES            TO WS-LMV-RIGE
           IF WS-HIS-FECHA-EFECTIVA NUMERIC AND
              WS-HIS-FECHA-EFECTIVA NOT = "00000000"
                MOVE WS-HIS-FECHA-EFECTIVA TO WS-FED-FECHA
                PERFORM 018-EDITA-FECHA THRU 018-EXIT
                MOVE WS-FED-EDITADA TO WS-LMV-RIGE
           END-IF
           MOVE WS-EMV-USO (WS-EMV-IX)  TO WS-LMV-USO
           MOVE WS-EMV-NOTA (WS-EMV-IX) TO WS-LMV-NOTA
           IF WS-EMV-USO (WS-EMV-IX) = "REVERTIDO"
                MOVE WS-HIS-ANTES  TO WS-AREAS-A-USAR
           ELSE
                MOVE WS-HIS-DESPUES TO WS-AREAS-A-USAR
           END-IF
           MOVE WS-IMG-STATUS     TO WS-LMV-STATUS
           MOVE WS-IMG-DEPTO      TO WS-LMV-DEPTO
           MOVE WS-IMG-PUESTO     TO WS-LMV-PUESTO
           IF WS-SALARIO-EMP NUMERIC
                MOVE WS-SALARIO-EMP TO WS-ED-SALARIO
                MOVE WS-ED-SALARIO TO WS-LMV-SALARIO
           ELSE
                MOVE WS-IMG-SALARIO TO WS-LMV-SALARIO
           END-IF
           MOVE WS-HIS-OPERADOR   TO WS-LMV-OPERADOR
           MOVE WS-HIS-APROBADOR  TO WS-LMV-APROBADOR
           WRITE REG-RECONREP FROM WS-LMV-DETALLE AFTER ADVANCING 1
           ADD 1                  TO WS-LINEA-CONT.
       0700-EXIT.
           EXIT.

      *IMPRIME EL REGISTRO QUE ESTA EN WS-AREAS-A-USAR.
       0701-LINEA-REGISTRO.
           MOVE WS-IMG-NUMERO     TO WS-LEM-NUMERO
           MOVE WS-IMG-NOMBRE     TO WS-LEM-NOMBRE
           IF WS-IMG-STATUS = "1"
                MOVE "ACTIVO"      TO WS-LEM-STATUS
           ELSE
                MOVE "INACTIVO"    TO WS-LEM-STATUS
           END-IF
           MOVE WS-IMG-DEPTO      TO WS-LEM-DEPTO
           MOVE WS-IMG-PUESTO     TO WS-LEM-PUESTO
           IF WS-SALARIO-EMP NUMERIC
                MOVE WS-SALARIO-EMP TO WS-ED-SALARIO
                MOVE WS-ED-SALARIO TO WS-LEM-SALARIO
           ELSE
                MOVE WS-IMG-SALARIO TO WS-LEM-SALARIO
           END-IF
           MOVE WS-IMG-FECHA-INGRESO TO WS-FED-FECHA
           PERFORM 018-EDITA-FECHA THRU 018-EXIT
           MOVE WS-FED-EDITADA    TO WS-LEM-INGRESO
           IF WS-IMG-FECHA-BAJA = "00000000" OR
              WS-IMG-FECHA-BAJA = SPACES
                MOVE SPACES        TO WS-LEM-BAJA
           ELSE
                MOVE WS-IMG-FECHA-BAJA TO WS-FED-FECHA
                PERFORM 018-EDITA-FECHA THRU 018-EXIT
                MOVE WS-FED-EDITADA TO WS-LEM-BAJA
           END-IF
           WRITE REG-RECONREP FROM WS-LEM-REGISTRO AFTER ADVANCING 1
           ADD 1                  TO WS-LINEA-CONT.
       0701-EXIT.
           EXIT.

      *EL CODIGO DE RETORNO FINAL ES EL PEOR (MAS ALTO) DETECTADO.
       097-ELEVA-RC.
           IF WS-RC-NUEVO > WS-CODIGO-RETORNO
                MOVE WS-RC-NUEVO   TO WS-CODIGO-RETORNO
           END-IF.
       097-EXIT.
           EXIT.

      *CORTE POR PARAMETRO INVALIDO: NO SE GRABA NADA.
       098-ABEND-PARAMETRO.
           MOVE 12                TO WS-RC-NUEVO
           PERFORM 097-ELEVA-RC THRU 097-EXIT
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           STOP RUN.
       098-EXIT.
           EXIT.

      *CORTE POR FALLA DE APERTURA DE ARCHIVO, COMO EN PGM01.
       099-ABEND-ARCHIVO.
           MOVE 12                TO WS-RC-NUEVO
           PERFORM 097-ELEVA-RC THRU 097-EXIT
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           STOP RUN.
       099-EXIT.
           EXIT.

      *RESUMEN DE CONTROL: PUNTO DE PARTIDA, MOVIMIENTOS SEGUN SU USO
      *Y REGISTROS RECONSTRUIDOS.
       100-FIN.
           MOVE "RESUMEN DE LA RECONSTRUCCION" TO WS-LST-SEC-TEXTO
           PERFORM 017-ABRE-SECCION THRU 017-EXIT
           MOVE "REGISTROS DEL PUNTO DE PARTIDA" TO WS-LRS-TEXTO
           MOVE WS-PAR-CARGADOS   TO WS-LRS-CANTIDAD
           WRITE REG-RECONREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           MOVE "  CON NUMERO INVALIDO (IGNORADOS)" TO WS-LRS-TEXTO
           MOVE WS-PAR-INVALIDOS  TO WS-LRS-CANTIDAD
           WRITE REG-RECONREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           MOVE "MOVIMIENTOS LEIDOS DEL HISTORIAL" TO WS-LRS-TEXTO
           MOVE WS-HIS-LEIDOS     TO WS-LRS-CANTIDAD
           WRITE REG-RECONREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           IF DESDE-GENERACION
                MOVE "  YA INCLUIDOS EN LA GENERACION" TO WS-LRS-TEXTO
                MOVE WS-HIS-INCLUIDOS TO WS-LRS-CANTIDAD
                WRITE REG-RECONREP FROM WS-LRS-RESUMEN
                     AFTER ADVANCING 1
                MOVE "  APLICADOS HASTA LA FECHA" TO WS-LRS-TEXTO
                MOVE WS-HIS-APLICADOS TO WS-LRS-CANTIDAD
                WRITE REG-RECONREP FROM WS-LRS-RESUMEN
                     AFTER ADVANCING 1
           ELSE
                MOVE "  ANTERIORES A LA FECHA" TO WS-LRS-TEXTO
                MOVE WS-HIS-INCLUIDOS TO WS-LRS-CANTIDAD
                WRITE REG-RECONREP FROM WS-LRS-RESUMEN
                     AFTER ADVANCING 1
                MOVE "  REVERTIDOS (IMAGEN ANTERIOR USADA)"
                                   TO WS-LRS-TEXTO
                MOVE WS-HIS-REVERTIDOS TO WS-LRS-CANTIDAD
                WRITE REG-RECONREP FROM WS-LRS-RESUMEN
                     AFTER ADVANCING 1
           END-IF
           MOVE "  POSTERIORES A LA FECHA" TO WS-LRS-TEXTO
           MOVE WS-HIS-POSTERIORES TO WS-LRS-CANTIDAD
           WRITE REG-RECONREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           MOVE "  CON NUMERO O FECHA INVALIDOS (IGNORADOS)"
                                  TO WS-LRS-TEXTO
           MOVE WS-HIS-INVALIDOS  TO WS-LRS-CANTIDAD
           WRITE REG-RECONREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           MOVE "  QUE NO COINCIDEN CON LA RECONSTRUCCION"
                                  TO WS-LRS-TEXTO
           MOVE WS-HIS-INCONSIST  TO WS-LRS-CANTIDAD
           WRITE REG-RECONREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           MOVE "RETROACTIVOS CARGADOS DESPUES QUE RIGEN A LA FECHA"
                                  TO WS-LRS-TEXTO
           MOVE WS-HIS-RETRO-POST TO WS-LRS-CANTIDAD
           WRITE REG-RECONREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           MOVE "REGISTROS RECONSTRUIDOS GRABADOS" TO WS-LRS-TEXTO
           MOVE WS-REC-GRABADOS   TO WS-LRS-CANTIDAD
           WRITE REG-RECONREP FROM WS-LRS-RESUMEN AFTER ADVANCING 2
           MOVE "  ACTIVOS A LA FECHA" TO WS-LRS-TEXTO
           MOVE WS-REC-ACTIVOS    TO WS-LRS-CANTIDAD
           WRITE REG-RECONREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           MOVE "  INACTIVOS A LA FECHA" TO WS-LRS-TEXTO
           MOVE WS-REC-INACTIVOS  TO WS-LRS-CANTIDAD
           WRITE REG-RECONREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           MOVE "  NO NUMERICOS (FUERA DEL RESUMEN)" TO WS-LRS-TEXTO
           MOVE WS-REC-NO-NUMERICOS TO WS-LRS-CANTIDAD
           WRITE REG-RECONREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           MOVE "EXCLUIDOS POR INGRESO POSTERIOR A LA FECHA"
                                  TO WS-LRS-TEXTO
           MOVE WS-REC-EXCLUIDOS  TO WS-LRS-CANTIDAD
           WRITE REG-RECONREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           WRITE REG-RECONREP FROM WS-LST-GUIONES AFTER ADVANCING 1

           IF WS-HIS-INCONSIST > 0
                DISPLAY "AVISO: MOVIMIENTOS QUE NO COINCIDEN CON LA "
                     "RECONSTRUCCION: " WS-HIS-INCONSIST
           END-IF

           CLOSE RECONREP
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           STOP RUN.
