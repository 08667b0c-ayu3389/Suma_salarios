      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM20.
      * Author:AYELEN RIVERO.
      * Date:02/09/26.

      *---------------------------------------------------------------*
      *OBJETIVO: LICENCIAS Y SALDOS DE VACACIONES. LEE EL REGISTRO DE *
      *          LICENCIAS QUE CARGA RRHH (LICTRANS.TXT: VACACIONES,  *
      *          ENFERMEDAD Y LICENCIA SIN GOCE, CON FECHA DESDE Y    *
      *          HASTA), LO VALIDA Y RECHAZA LAS NOVEDADES ERRONEAS O *
      *          SUPERPUESTAS. CON EL MAESTRO INDEXADO CALCULA LOS    *
      *          DIAS DE VACACIONES QUE CORRESPONDEN POR ANTIGUEDAD   *
      *          (DESDE LA FECHA DE INGRESO, COMO PGM10), EL ARRASTRE *
      *          DEL ANO ANTERIOR CON SU VENCIMIENTO, LO TOMADO Y EL  *
      *          SALDO, Y REGRABA EL ARCHIVO DE SALDOS POR EMPLEADO   *
      *          (LICSALDO.DAT). LOS DIAS SIN GOCE QUE CAEN EN EL     *
      *          PERIODO DE NOMINA VAN A LICDESC.TXT, QUE PGM09       *
      *          DESCUENTA DEL BRUTO. EL LISTADO (LICREP.TXT) MUESTRA *
      *          LAS NOVEDADES RECHAZADAS Y LOS SALDOS DE VACACIONES  *
      *          POR DEPARTAMENTO, MARCANDO LOS DIAS POR VENCER Y LAS *
      *          VACACIONES TOMADAS DE MAS.                           *
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

           SELECT DEPTOS    ASSIGN TO DYNAMIC WS-RUTA-DEPTOS
               FILE STATUS IS WS-FS-DEPTOS.

           SELECT LICTRANS  ASSIGN TO DYNAMIC WS-RUTA-LICTRANS
               FILE STATUS IS WS-FS-LICTRANS.

           SELECT LICSALDO  ASSIGN TO DYNAMIC WS-RUTA-LICSALDO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-SAL-NUMERO
               FILE STATUS IS WS-FS-LICSALDO.

           SELECT LICDESC   ASSIGN TO DYNAMIC WS-RUTA-LICDESC
               FILE STATUS IS WS-FS-LICDESC.

           SELECT LICREP    ASSIGN TO DYNAMIC WS-RUTA-LICREP
               FILE STATUS IS WS-FS-LICREP.

           SELECT SORT-SALDOS ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS

           RECORD CONTAINS 66 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-EMPLEADOS.
           05 REG-EMP-NUMERO      PIC X(05).
           05 FILLER              PIC X(61).

       FD  DEPTOS

           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-DEPTO              PIC X(34).

       FD  LICTRANS

           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-LICTRANS           PIC X(40).

       FD  LICSALDO

           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-LICSALDO.
           05 REG-SAL-NUMERO      PIC X(05).
           05 FILLER              PIC X(75).

       FD  LICDESC

           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-LICDESC            PIC X(20).

       FD  LICREP

           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-LICREP             PIC X(120).

      *LOS SALDOS DE LOS EMPLEADOS ACTIVOS SE ORDENAN POR
      *DEPARTAMENTO PARA EL LISTADO, COMO LOS SUBTOTALES DE PGM01.
       SD  SORT-SALDOS.
       01  SD-REG-SALDO.
           05 SD-DEPTO            PIC 9(03).
           05 SD-NUMERO           PIC X(05).
           05 SD-NOMBRE           PIC X(30).
           05 SD-SALDO            PIC X(80).

       WORKING-STORAGE SECTION.
      *RUTAS DE ARCHIVOS EXTERNALIZADAS POR VARIABLE DE ENTORNO.
       01  WS-RUTAS-ARCHIVOS.
           05 WS-RUTA-EMPLEADOS   PIC X(100)   VALUE SPACES.
           05 WS-RUTA-DEPTOS      PIC X(100)   VALUE SPACES.
           05 WS-RUTA-LICTRANS    PIC X(100)   VALUE SPACES.
           05 WS-RUTA-LICSALDO    PIC X(100)   VALUE SPACES.
           05 WS-RUTA-LICDESC     PIC X(100)   VALUE SPACES.
           05 WS-RUTA-LICREP      PIC X(100)   VALUE SPACES.

       01  WS-RUTAS-DEFAULT.
           05 WS-DEF-EMPLEADOS    PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\EMPMAST.DAT".
           05 WS-DEF-DEPTOS       PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\DEPTOS.TXT".
           05 WS-DEF-LICTRANS     PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\LICTRANS.TXT".
           05 WS-DEF-LICSALDO     PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\LICSALDO.DAT".
           05 WS-DEF-LICDESC      PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\LICDESC.TXT".
           05 WS-DEF-LICREP       PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\LICREP.TXT".

       01  WS-FS-EMPLEADOS        PIC X(02)    VALUE SPACES.
       01  WS-FS-DEPTOS           PIC X(02)    VALUE SPACES.
       01  WS-FS-LICTRANS         PIC X(02)    VALUE SPACES.
       01  WS-FS-LICSALDO         PIC X(02)    VALUE SPACES.
       01  WS-FS-LICDESC          PIC X(02)    VALUE SPACES.
       01  WS-FS-LICREP           PIC X(02)    VALUE SPACES.

       01  WS-AREAS-A-USAR.
           05 WS-REG-EMPLEADOS.
              10 WS-NUMERO-EMP    PIC X(05).
              10 WS-NOMBRE-EMP    PIC X(30).
              10 WS-STATUS-EMP    PIC 9(01).
                 88 EMP-ACTIVO                 VALUE 1.
                 88 EMP-INACTIVO               VALUE 0, 2, 3, 4, 5, 6,
                                                      7, 8, 9.
              10 WS-DEPTO-EMP     PIC 9(03).
              10 WS-PUESTO-EMP    PIC 9(02).
              10 WS-SALARIO-EMP   PIC 9(07)V99.
              10 WS-FECHA-INGRESO PIC 9(08).
              10 WS-FECHA-INGRESO-R REDEFINES WS-FECHA-INGRESO.
                 15 WS-ING-AAAA   PIC 9(04).
                 15 WS-ING-MM     PIC 9(02).
                 15 WS-ING-DD     PIC 9(02).
              10 WS-FECHA-BAJA    PIC 9(08).

      *PERIODO DE NOMINA (NOMINA_PERIODO, EL MISMO QUE USA PGM09).
      *EL ANO DEL PERIODO ES EL ANO DE LOS SALDOS DE VACACIONES.
       01  WS-PARAMETROS.
           05 WS-PERIODO-X        PIC X(06)    VALUE SPACES.
           05 WS-PERIODO-R REDEFINES WS-PERIODO-X.
              10 WS-PERX-AAAA     PIC 9(04).
              10 WS-PERX-MM       PIC 9(02).
           05 WS-PERIODO          PIC 9(06)    VALUE 0.
           05 WS-PERIODO-D REDEFINES WS-PERIODO.
              10 WS-PER-AAAA      PIC 9(04).
              10 WS-PER-MM        PIC 9(02).
           05 WS-PER-DESDE        PIC 9(08)    VALUE 0.
           05 WS-PER-HASTA        PIC 9(08)    VALUE 0.
      *EL ARRASTRE DE VACACIONES DEL ANO ANTERIOR VENCE EL ULTIMO DIA
      *DEL MES LIC_MES_VENCE (POR DEFECTO ABRIL) Y SE AVISA CUANDO
      *FALTAN LIC_DIAS_AVISO DIAS O MENOS (POR DEFECTO 60).
           05 WS-MES-VENCE-X      PIC X(02)    VALUE SPACES.
           05 WS-MES-VENCE-R REDEFINES WS-MES-VENCE-X
                                  PIC 9(02).
           05 WS-MES-VENCE        PIC 9(02)    VALUE 4.
           05 WS-DIAS-AVISO-X     PIC X(03)    VALUE SPACES.
           05 WS-DIAS-AVISO-R REDEFINES WS-DIAS-AVISO-X
                                  PIC 9(03).
           05 WS-DIAS-AVISO       PIC 9(03)    VALUE 60.

      *ANOS QUE ENTRAN EN EL CALCULO: EL DEL PERIODO Y LOS DOS
      *ANTERIORES (EL ARRASTRE DE UN ANO SE CONSUME EN EL SIGUIENTE).
      *1 = ANO - 2, 2 = ANO - 1, 3 = ANO DEL PERIODO.
       01  WS-TABLA-ANIOS.
           05 WS-ANI-TAB          OCCURS 3 TIMES.
              10 WS-ANI-ANIO      PIC 9(04).
              10 WS-ANI-VENCE     PIC 9(08).
       01  WS-CONTROL-ANIOS.
           05 WS-ANI-IX           PIC 9(01)    VALUE 0.
           05 WS-ANI-K            PIC S9(05)   VALUE 0.
           05 WS-FECHA-HOY        PIC 9(08)    VALUE 0.
           05 WS-DIAS-A-VENCER    PIC S9(07)   VALUE 0.

      *REGISTRO DE LICENCIAS: UNA LICENCIA POR REGISTRO CON SU RANGO
      *DE FECHAS (AMBAS INCLUSIVE, DIAS CORRIDOS). EL ARCHIVO LO
      *MANTIENE RRHH Y SE LEE COMPLETO EN CADA CORRIDA: LOS SALDOS SE
      *RECALCULAN DESDE CERO, UNA RECORRIDA NO DUPLICA NADA.
       01  WS-REG-LICTRANS.
           05 WS-LTR-NUMERO       PIC X(05).
           05 WS-LTR-TIPO         PIC X(01).
              88 LTR-VACACIONES                VALUE 'V'.
              88 LTR-ENFERMEDAD                VALUE 'E'.
              88 LTR-SIN-GOCE                  VALUE 'S'.
           05 WS-LTR-DESDE        PIC 9(08).
           05 WS-LTR-HASTA        PIC 9(08).
           05 WS-LTR-OPERADOR     PIC X(08).
           05 WS-LTR-OBSERVACION  PIC X(10).

       01  WS-CONTROL-LICENCIAS.
           05 WS-LIC-LEIDAS       PIC 9(05)    VALUE 0.
           05 WS-LIC-ACEPTADAS    PIC 9(05)    VALUE 0.
           05 WS-LIC-RECHAZADAS   PIC 9(05)    VALUE 0.
           05 WS-LIC-SIN-MAESTRO  PIC 9(05)    VALUE 0.
           05 WS-LIC-IX           PIC 9(05)    VALUE 0.
           05 WS-LIC-ULT          PIC 9(05)    VALUE 0.
           05 WS-LIC-MAXIMO       PIC 9(05)    VALUE 20000.
           05 WS-LIC-DIAS         PIC 9(05)    VALUE 0.
           05 WS-NUM-IX           PIC 9(06)    VALUE 0.
           05 WS-MOTIVO           PIC X(40)    VALUE SPACES.
           05 WS-SW-SOLAPE        PIC X(01)    VALUE 'N'.
              88 HAY-SOLAPE                    VALUE 'S'.
              88 NO-HAY-SOLAPE                 VALUE 'N'.
           05 WS-SW-TABLA-LLENA   PIC X(01)    VALUE 'N'.
              88 TABLA-LLENA                   VALUE 'S'.

      *LICENCIAS ACEPTADAS, ENCADENADAS POR EMPLEADO (PRIMERO/ULTIMO
      *EN LA TABLA DIRECTA POR NUMERO, SIGUIENTE EN CADA LICENCIA),
      *COMO LOS CONCEPTOS DE DEDUCCION FIJA DE PGM09.
       01  WS-TABLA-LICENCIAS.
           05 WS-LIC-TAB          OCCURS 20000 TIMES.
              10 WS-LIC-TAB-NUMERO   PIC X(05)    VALUE SPACES.
              10 WS-LIC-TAB-TIPO     PIC X(01)    VALUE SPACES.
              10 WS-LIC-TAB-DESDE    PIC 9(08)    VALUE 0.
              10 WS-LIC-TAB-HASTA    PIC 9(08)    VALUE 0.
              10 WS-LIC-TAB-DIAS     PIC 9(03)    VALUE 0.
              10 WS-LIC-TAB-OPERADOR PIC X(08)    VALUE SPACES.
              10 WS-LIC-TAB-SIGUIENTE PIC 9(05)   VALUE 0.

       01  WS-TABLA-LIC-EMP.
           05 WS-LEM-TAB          OCCURS 100000 TIMES.
              10 WS-LEM-TAB-FLAG     PIC X(01)    VALUE 'N'.
                 88 LEM-EN-MAESTRO                VALUE 'S'.
              10 WS-LEM-TAB-PRIMERO  PIC 9(05)    VALUE 0.
              10 WS-LEM-TAB-ULTIMO   PIC 9(05)    VALUE 0.

      *VALIDACION DE FECHAS AAAAMMDD CON LOS DIAS DE CADA MES Y EL
      *29 DE FEBRERO DE LOS BISIESTOS.
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

      *CALCULO DEL SALDO DEL EMPLEADO EN PROCESO. POR CADA ANO: DIAS
      *QUE CORRESPONDEN Y VACACIONES TOMADAS ANTES Y DESPUES DEL
      *VENCIMIENTO DEL ARRASTRE (LAS TOMADAS ANTES CONSUMEN PRIMERO
      *EL ARRASTRE). LA LICENCIA SE IMPUTA AL ANO EN QUE EMPIEZA.
       01  WS-CALCULO-SALDO.
           05 WS-CAL-ANIO         OCCURS 3 TIMES.
              10 WS-CAL-DERECHO      PIC 9(03).
              10 WS-CAL-TOM-ANTES    PIC 9(04).
              10 WS-CAL-TOM-DESPUES  PIC 9(04).
           05 WS-CAL-ANTIGUEDAD   PIC 9(03).
           05 WS-CAL-DIAS-TRAB    PIC 9(05).
           05 WS-CAL-ARRASTRE     PIC 9(04).
           05 WS-CAL-ARR-ANIO     PIC 9(04).
           05 WS-CAL-USADO        PIC 9(04).
           05 WS-CAL-NO-USADO     PIC 9(04).
           05 WS-CAL-RESTO        PIC 9(04).
           05 WS-CAL-SALDO-ANIO   PIC 9(04).
           05 WS-CAL-EXCEDIDO     PIC 9(04).
           05 WS-CAL-PENDIENTE    PIC 9(04).
           05 WS-CAL-VENCIDOS     PIC 9(04).
           05 WS-CAL-ENFERMEDAD   PIC 9(04).
           05 WS-CAL-SIN-GOCE     PIC 9(04).
           05 WS-CAL-SG-PERIODO   PIC 9(04).
           05 WS-CAL-INICIO       PIC 9(08).
           05 WS-CAL-FIN          PIC 9(08).
           05 WS-SW-INGRESO       PIC X(01).
              88 CON-INGRESO                   VALUE 'S'.
              88 SIN-INGRESO                   VALUE 'N'.

      *SALDO DE VACACIONES POR EMPLEADO (LICSALDO.DAT), CLAVE NUMERO.
      *SE REGRABA COMPLETO EN CADA CORRIDA PARA TODOS LOS EMPLEADOS
      *DEL MAESTRO, ACTIVOS E INACTIVOS. SALDO = DERECHO DEL ANO MAS
      *ARRASTRE PENDIENTE MENOS TOMADOS; EXCEDIDOS SON LOS DIAS
      *TOMADOS POR ENCIMA DE LO QUE CORRESPONDIA.
       01  WS-REG-SALDO.
           05 WS-SAL-NUMERO       PIC X(05).
           05 WS-SAL-ANIO         PIC 9(04).
           05 WS-SAL-ESTADO       PIC 9(01).
           05 WS-SAL-DEPTO        PIC 9(03).
           05 WS-SAL-ANTIGUEDAD   PIC 9(02).
           05 WS-SAL-DERECHO      PIC 9(03).
           05 WS-SAL-ARRASTRE     PIC 9(03).
           05 WS-SAL-VENCE-ARR    PIC 9(08).
           05 WS-SAL-ARR-PENDIENTE PIC 9(03).
           05 WS-SAL-TOMADOS      PIC 9(03).
           05 WS-SAL-SALDO        PIC 9(03).
           05 WS-SAL-VENCIDOS     PIC 9(03).
           05 WS-SAL-EXCEDIDOS    PIC 9(03).
           05 WS-SAL-ENFERMEDAD   PIC 9(03).
           05 WS-SAL-SIN-GOCE     PIC 9(03).
           05 WS-SAL-PERIODO      PIC 9(06).
           05 WS-SAL-SG-PERIODO   PIC 9(02).
           05 WS-SAL-FECHA-PROCESO PIC 9(08).
           05 WS-SAL-MARCA        PIC X(01).
              88 SAL-SIN-MARCA                 VALUE SPACE.
              88 SAL-POR-VENCER                VALUE 'P'.
              88 SAL-EXCEDIDO                  VALUE 'E'.
              88 SAL-SIN-INGRESO               VALUE 'I'.
           05 FILLER              PIC X(13)    VALUE SPACES.

      *DIAS SIN GOCE DEL PERIODO POR EMPLEADO PARA PGM09. UN MES
      *COMPLETO SIN GOCE VALE 30 DIAS, COMO EL MES DE NOMINA.
       01  WS-REG-LICDESC.
           05 WS-LDS-NUMERO       PIC X(05).
           05 WS-LDS-PERIODO      PIC 9(06).
           05 WS-LDS-DIAS         PIC 9(02).
           05 FILLER              PIC X(07)    VALUE SPACES.

      *NOMBRES DE DEPARTAMENTO PARA LOS QUIEBRES DEL LISTADO.
       01  WS-REG-DEPTO-REF.
           05 WS-DEPREF-CODIGO    PIC 9(03).
           05 WS-DEPREF-NOMBRE    PIC X(20).
           05 WS-DEPREF-TOPE      PIC 9(09)V99.

       01  WS-CONTROL-DEPTOS.
           05 WS-DEPTOS-CARGADOS  PIC 9(04)    VALUE 0.
           05 WS-DEP-IX           PIC 9(04)    VALUE 0.

       01  WS-TABLA-DEPTOS.
           05 WS-DEP-TAB          OCCURS 1000 TIMES.
              10 WS-DEP-TAB-FLAG     PIC X(01)    VALUE 'N'.
                 88 DEPTO-CARGADO                 VALUE 'S'.
              10 WS-DEP-TAB-NOMBRE   PIC X(20)    VALUE SPACES.

      *TOTALES DE LA CORRIDA, Y DEL DEPARTAMENTO EN CURSO EN EL
      *LISTADO.
       01  WS-TOTALES-CORRIDA.
           05 WS-LEIDOS-EMP       PIC 9(05)    VALUE 0.
           05 WS-OMITIDOS         PIC 9(05)    VALUE 0.
           05 WS-SALDOS-GRABADOS  PIC 9(05)    VALUE 0.
           05 WS-LICDESC-GRABADOS PIC 9(05)    VALUE 0.
           05 WS-LICDESC-DIAS     PIC 9(07)    VALUE 0.
           05 WS-TOT-EMPLEADOS    PIC 9(05)    VALUE 0.
           05 WS-TOT-SALDO        PIC 9(07)    VALUE 0.
           05 WS-TOT-POR-VENCER   PIC 9(05)    VALUE 0.
           05 WS-TOT-DIAS-VENCER  PIC 9(07)    VALUE 0.
           05 WS-TOT-EXCEDIDOS    PIC 9(05)    VALUE 0.
           05 WS-DPT-EMPLEADOS    PIC 9(05)    VALUE 0.
           05 WS-DPT-SALDO        PIC 9(07)    VALUE 0.
           05 WS-DPT-POR-VENCER   PIC 9(05)    VALUE 0.
           05 WS-DPT-DIAS-VENCER  PIC 9(07)    VALUE 0.
           05 WS-DPT-EXCEDIDOS    PIC 9(05)    VALUE 0.

       01  WS-CONTROL-LISTADO.
           05 WS-DEPTO-ANTERIOR   PIC 9(03)    VALUE 0.
           05 WS-SW-PRIMER-REG    PIC X(01)    VALUE 'S'.
              88 ES-PRIMER-REG                 VALUE 'S'.
              88 NO-ES-PRIMER-REG              VALUE 'N'.
           05 WS-SW-FIN-SORT      PIC X(01)    VALUE 'N'.
              88 FIN-SORT                      VALUE 'S'.
           05 WS-SW-SECCION       PIC X(01)    VALUE 'N'.
              88 SECCION-ABIERTA               VALUE 'S'.

      *CODIGO DE RETORNO: 00 LIMPIA, 04 NOVEDADES RECHAZADAS O DE
      *EMPLEADOS INEXISTENTES, O VACACIONES TOMADAS DE MAS; 08 TABLA
      *DE LICENCIAS LLENA (SALDOS INCOMPLETOS); 12 FALLA DE APERTURA.
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

      *LINEAS DEL LISTADO DE LICENCIAS.
       01  WS-LST-TITULO.
           05 FILLER              PIC X(01)    VALUE X"0C".
           05 FILLER              PIC X(34)    VALUE
              "LICENCIAS Y SALDOS DE VACACIONES  ".
           05 FILLER              PIC X(08)    VALUE "PERIODO ".
           05 WS-LST-TIT-PER-AAAA PIC 9(04).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-LST-TIT-PER-MM   PIC 9(02).
           05 FILLER              PIC X(39)    VALUE ' '.
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

      *NOVEDADES DE LICENCIA RECHAZADAS O SIN EMPLEADO EN EL MAESTRO.
       01  WS-LRC-SUBTITULO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(05)    VALUE "NUMER".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(01)    VALUE "T".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(10)    VALUE "DESDE".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(10)    VALUE "HASTA".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "OPERADOR".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(40)    VALUE "MOTIVO".
           05 FILLER              PIC X(35)    VALUE ' '.

       01  WS-LRC-DETALLE.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-LRC-NUMERO       PIC X(05).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-LRC-TIPO         PIC X(01).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-LRC-DESDE        PIC X(10).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-LRC-HASTA        PIC X(10).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-LRC-OPERADOR     PIC X(08).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-LRC-MOTIVO       PIC X(40).
           05 FILLER              PIC X(35)    VALUE ' '.

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

      *SALDOS DE VACACIONES POR DEPARTAMENTO.
       01  WS-LSD-BANNER.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(13)    VALUE "DEPARTAMENTO ".
           05 WS-LSD-BAN-DEPTO    PIC 9(03).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-LSD-BAN-NOMBRE   PIC X(20).
           05 FILLER              PIC X(82)    VALUE ' '.

       01  WS-LSD-SUBTITULO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(05)    VALUE "NUMER".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(25)    VALUE "NOMBRE".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(03)    VALUE "ANT".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(03)    VALUE "DER".
           05 FILLER              PIC X(03)    VALUE ' '.
           05 FILLER              PIC X(03)    VALUE "ARR".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(10)    VALUE "VENCE ARR.".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(03)    VALUE "TOM".
           05 FILLER              PIC X(03)    VALUE ' '.
           05 FILLER              PIC X(03)    VALUE "SAL".
           05 FILLER              PIC X(03)    VALUE ' '.
           05 FILLER              PIC X(03)    VALUE "VEN".
           05 FILLER              PIC X(03)    VALUE ' '.
           05 FILLER              PIC X(03)    VALUE "ENF".
           05 FILLER              PIC X(03)    VALUE ' '.
           05 FILLER              PIC X(03)    VALUE "S/G".
           05 FILLER              PIC X(03)    VALUE ' '.
           05 FILLER              PIC X(03)    VALUE "MES".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(12)    VALUE "OBSERVACION".
           05 FILLER              PIC X(11)    VALUE ' '.

       01  WS-LSD-DETALLE.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-LSD-NUMERO       PIC X(05).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-LSD-NOMBRE       PIC X(25).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-LSD-ANTIGUEDAD   PIC ZZ9.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-LSD-DERECHO      PIC ZZ9.
           05 FILLER              PIC X(03)    VALUE ' '.
           05 WS-LSD-ARRASTRE     PIC ZZ9.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-LSD-VENCE        PIC X(10).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-LSD-TOMADOS      PIC ZZ9.
           05 FILLER              PIC X(03)    VALUE ' '.
           05 WS-LSD-SALDO        PIC ZZ9.
           05 FILLER              PIC X(03)    VALUE ' '.
           05 WS-LSD-VENCIDOS     PIC ZZ9.
           05 FILLER              PIC X(03)    VALUE ' '.
           05 WS-LSD-ENFERMEDAD   PIC ZZ9.
           05 FILLER              PIC X(03)    VALUE ' '.
           05 WS-LSD-SIN-GOCE     PIC ZZ9.
           05 FILLER              PIC X(03)    VALUE ' '.
           05 WS-LSD-SG-PERIODO   PIC ZZ9.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-LSD-MARCA        PIC X(12).
           05 FILLER              PIC X(11)    VALUE ' '.

       01  WS-LSD-TOTAL.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-LSD-TOT-TEXTO    PIC X(25).
           05 WS-LSD-TOT-EMPL     PIC ZZ,ZZ9.
           05 FILLER              PIC X(17)    VALUE
              "  DIAS DE SALDO: ".
           05 WS-LSD-TOT-SALDO    PIC ZZZ,ZZ9.
           05 FILLER              PIC X(14)    VALUE
              "  POR VENCER: ".
           05 WS-LSD-TOT-PV-EMPL  PIC ZZ,ZZ9.
           05 FILLER              PIC X(07)    VALUE " EMPL. ".
           05 WS-LSD-TOT-PV-DIAS  PIC ZZZ,ZZ9.
           05 FILLER              PIC X(05)    VALUE " DIAS".
           05 FILLER              PIC X(13)    VALUE
              "  EXCEDIDOS: ".
           05 WS-LSD-TOT-EXC      PIC ZZ,ZZ9.
           05 FILLER              PIC X(06)    VALUE ' '.

       01  WS-LSD-REFERENCIA-1.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(39)    VALUE
              "ANT: ANOS DE ANTIGUEDAD AL 31/12  DER: ".
           05 FILLER              PIC X(38)    VALUE
              "DIAS DEL ANO  ARR: PENDIENTES DEL ANO ".
           05 FILLER              PIC X(34)    VALUE
              "ANTERIOR  TOM: TOMADOS  SAL: SALDO".
           05 FILLER              PIC X(08)    VALUE ' '.

       01  WS-LSD-REFERENCIA-2.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(39)    VALUE
              "VEN: ARRASTRE VENCIDO  ENF: ENFERMEDAD ".
           05 FILLER              PIC X(41)    VALUE
              "DEL ANO  S/G: SIN GOCE DEL ANO  MES: SIN ".
           05 FILLER              PIC X(26)    VALUE
              "GOCE DEL PERIODO (A PGM09)".
           05 FILLER              PIC X(13)    VALUE ' '.

      *RESUMEN DE CONTROL DE LA CORRIDA.
       01  WS-LRS-RESUMEN.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-LRS-TEXTO        PIC X(50).
           05 WS-LRS-CANTIDAD     PIC ZZZ,ZZ9.
           05 FILLER              PIC X(62)    VALUE ' '.

       PROCEDURE DIVISION.
       010-INICIO.
           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE
           PERFORM 012-ARMA-RUTAS THRU 012-EXIT
           PERFORM 011-FECHAS-CORTE THRU 011-EXIT
           PERFORM 013-CARGA-DEPTOS THRU 013-EXIT

           OPEN OUTPUT LICREP
           IF WS-FS-LICREP NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR LICREP - STATUS "
                     WS-FS-LICREP
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF
           MOVE WS-PER-AAAA       TO WS-LST-TIT-PER-AAAA
           MOVE WS-PER-MM         TO WS-LST-TIT-PER-MM
           MOVE WS-DATE-DD        TO WS-LST-TIT-DD
           MOVE WS-DATE-MM        TO WS-LST-TIT-MM
           MOVE WS-DATE-AAAA      TO WS-LST-TIT-AAAA
           PERFORM 015-ENCABEZADO THRU 015-EXIT

           PERFORM 014-CARGA-LICENCIAS THRU 014-EXIT

           OPEN INPUT EMPLEADOS
           IF WS-FS-EMPLEADOS NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR EMP_FILE - STATUS "
                     WS-FS-EMPLEADOS
                CLOSE LICREP
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF
           OPEN OUTPUT LICSALDO
                OUTPUT LICDESC
           IF WS-FS-LICSALDO NOT = "00" OR WS-FS-LICDESC NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR LICSALDO/LICDESC - ST "
                     WS-FS-LICSALDO " / " WS-FS-LICDESC
                CLOSE EMPLEADOS
                CLOSE LICREP
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF

      *LOS SALDOS SE CALCULAN Y GRABAN RECORRIENDO EL MAESTRO EN
      *ORDEN DE NUMERO; LOS DE LOS ACTIVOS SE ORDENAN POR
      *DEPARTAMENTO PARA EL LISTADO.
           SORT SORT-SALDOS
                ON ASCENDING KEY SD-DEPTO
                ON ASCENDING KEY SD-NUMERO
                INPUT PROCEDURE  020-CALCULA THRU 020-EXIT
                OUTPUT PROCEDURE 040-LISTA   THRU 040-EXIT

           CLOSE EMPLEADOS
           CLOSE LICSALDO
           CLOSE LICDESC

           PERFORM 050-SIN-MAESTRO THRU 050-EXIT
           PERFORM 100-FIN.

      *FECHAS DE CORTE: PRIMER Y ULTIMO DIA DEL PERIODO Y
      *VENCIMIENTO DEL ARRASTRE DE CADA UNO DE LOS TRES ANOS.
       011-FECHAS-CORTE.
           MOVE WS-ACTUAL-DATE    TO WS-FECHA-HOY
           MOVE WS-PER-AAAA       TO WS-DM-AAAA
           MOVE WS-PER-MM         TO WS-DM-MM
           PERFORM 028-DIAS-DEL-MES THRU 028-EXIT
           COMPUTE WS-PER-DESDE = WS-PERIODO * 100 + 1
           COMPUTE WS-PER-HASTA = WS-PERIODO * 100 + WS-DM-DIAS

           MOVE 1                 TO WS-ANI-IX
           PERFORM 0110-VENCE-ANIO THRU 0110-EXIT
                UNTIL WS-ANI-IX > 3
           COMPUTE WS-DIAS-A-VENCER =
                FUNCTION INTEGER-OF-DATE (WS-ANI-VENCE (3)) -
                FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY).
       011-EXIT.
           EXIT.

       0110-VENCE-ANIO.
           COMPUTE WS-ANI-ANIO (WS-ANI-IX) = WS-PER-AAAA - 3 + WS-ANI-IX
           MOVE WS-ANI-ANIO (WS-ANI-IX) TO WS-DM-AAAA
           MOVE WS-MES-VENCE      TO WS-DM-MM
           PERFORM 028-DIAS-DEL-MES THRU 028-EXIT
           COMPUTE WS-ANI-VENCE (WS-ANI-IX) =
                WS-DM-AAAA * 10000 + WS-DM-MM * 100 + WS-DM-DIAS
           ADD 1                  TO WS-ANI-IX.
       0110-EXIT.
           EXIT.

       012-ARMA-RUTAS.
           ACCEPT WS-RUTA-EMPLEADOS FROM ENVIRONMENT "EMP_FILE_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-EMPLEADOS TO WS-RUTA-EMPLEADOS
           END-ACCEPT

           ACCEPT WS-RUTA-DEPTOS FROM ENVIRONMENT "DEPTOS_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-DEPTOS TO WS-RUTA-DEPTOS
           END-ACCEPT

           ACCEPT WS-RUTA-LICTRANS FROM ENVIRONMENT "LICTRANS_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-LICTRANS TO WS-RUTA-LICTRANS
           END-ACCEPT

           ACCEPT WS-RUTA-LICSALDO FROM ENVIRONMENT "LICSALDO_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-LICSALDO TO WS-RUTA-LICSALDO
           END-ACCEPT

           ACCEPT WS-RUTA-LICDESC FROM ENVIRONMENT "LICDESC_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-LICDESC TO WS-RUTA-LICDESC
           END-ACCEPT

           ACCEPT WS-RUTA-LICREP FROM ENVIRONMENT "LICREP_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-LICREP TO WS-RUTA-LICREP
           END-ACCEPT

           ACCEPT WS-MES-VENCE-X FROM ENVIRONMENT "LIC_MES_VENCE"
                ON EXCEPTION
                     MOVE SPACES TO WS-MES-VENCE-X
           END-ACCEPT
           IF WS-MES-VENCE-X NUMERIC AND
              WS-MES-VENCE-R NOT < 1 AND WS-MES-VENCE-R NOT > 12
                MOVE WS-MES-VENCE-R TO WS-MES-VENCE
           END-IF

           ACCEPT WS-DIAS-AVISO-X FROM ENVIRONMENT "LIC_DIAS_AVISO"
                ON EXCEPTION
                     MOVE SPACES TO WS-DIAS-AVISO-X
           END-ACCEPT
           IF WS-DIAS-AVISO-X NUMERIC
                MOVE WS-DIAS-AVISO-R TO WS-DIAS-AVISO
           END-IF

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

      *CARGA EL MAESTRO DE DEPARTAMENTOS (CODIGO Y NOMBRE), COMO
      *013-CARGA-DEPTOS DE PGM01.
       013-CARGA-DEPTOS.
           OPEN INPUT DEPTOS
           IF WS-FS-DEPTOS NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR DEPTOS - STATUS "
                     WS-FS-DEPTOS
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF
           PERFORM 0130-CARGA-UN-DEPTO THRU 0130-EXIT
                UNTIL WS-FS-DEPTOS = "10"
           CLOSE DEPTOS.
       013-EXIT.
           EXIT.

       0130-CARGA-UN-DEPTO.
           READ DEPTOS INTO WS-REG-DEPTO-REF
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-DEPTOS NOT = "10"
                IF WS-DEPREF-CODIGO NUMERIC
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

      *CARGA EL REGISTRO DE LICENCIAS. LAS NOVEDADES CON ERRORES O
      *SUPERPUESTAS CON OTRA LICENCIA DEL MISMO EMPLEADO NO ENTRAN
      *EN LOS SALDOS Y SE LISTAN CON SU MOTIVO. SIN ARCHIVO SE AVISA
      *Y LOS SALDOS SALEN SIN DIAS TOMADOS.
       014-CARGA-LICENCIAS.
           MOVE "NOVEDADES DE LICENCIA RECHAZADAS" TO WS-LST-SEC-TEXTO
           PERFORM 017-ABRE-SECCION THRU 017-EXIT
           WRITE REG-LICREP FROM WS-LRC-SUBTITULO AFTER ADVANCING 1
           ADD 1                  TO WS-LINEA-CONT

           OPEN INPUT LICTRANS
           IF WS-FS-LICTRANS NOT = "00"
                DISPLAY "AVISO: SIN REGISTRO DE LICENCIAS - STATUS "
                     WS-FS-LICTRANS
                MOVE 4             TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
                GO TO 014-EXIT
           END-IF
           PERFORM 0140-CARGA-UNA-LICENCIA THRU 0140-EXIT
                UNTIL WS-FS-LICTRANS = "10"
           CLOSE LICTRANS.
       014-EXIT.
           EXIT.

       0140-CARGA-UNA-LICENCIA.
           READ LICTRANS INTO WS-REG-LICTRANS
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-LICTRANS = "10"
                GO TO 0140-EXIT
           END-IF
           ADD 1                  TO WS-LIC-LEIDAS

           IF WS-LTR-NUMERO NOT NUMERIC
                MOVE "NUMERO DE EMPLEADO INVALIDO" TO WS-MOTIVO
                PERFORM 0149-RECHAZA THRU 0149-EXIT
                GO TO 0140-EXIT
           END-IF
           IF NOT LTR-VACACIONES AND NOT LTR-ENFERMEDAD AND
              NOT LTR-SIN-GOCE
                MOVE "TIPO DE LICENCIA INVALIDO (V/E/S)" TO WS-MOTIVO
                PERFORM 0149-RECHAZA THRU 0149-EXIT
                GO TO 0140-EXIT
           END-IF
           MOVE WS-LTR-DESDE      TO WS-FV-FECHA
           PERFORM 029-VALIDA-FECHA THRU 029-EXIT
           IF FECHA-INVALIDA
                MOVE "FECHA DESDE INVALIDA" TO WS-MOTIVO
                PERFORM 0149-RECHAZA THRU 0149-EXIT
                GO TO 0140-EXIT
           END-IF
           MOVE WS-LTR-HASTA      TO WS-FV-FECHA
           PERFORM 029-VALIDA-FECHA THRU 029-EXIT
           IF FECHA-INVALIDA
                MOVE "FECHA HASTA INVALIDA" TO WS-MOTIVO
                PERFORM 0149-RECHAZA THRU 0149-EXIT
                GO TO 0140-EXIT
           END-IF
           IF WS-LTR-HASTA < WS-LTR-DESDE
                MOVE "FECHA HASTA ANTERIOR A FECHA DESDE" TO WS-MOTIVO
                PERFORM 0149-RECHAZA THRU 0149-EXIT
                GO TO 0140-EXIT
           END-IF
           COMPUTE WS-LIC-DIAS =
                FUNCTION INTEGER-OF-DATE (WS-LTR-HASTA) -
                FUNCTION INTEGER-OF-DATE (WS-LTR-DESDE) + 1
           IF WS-LIC-DIAS > 366
                MOVE "LICENCIA DE MAS DE UN ANO" TO WS-MOTIVO
                PERFORM 0149-RECHAZA THRU 0149-EXIT
                GO TO 0140-EXIT
           END-IF

           COMPUTE WS-NUM-IX = FUNCTION NUMVAL (WS-LTR-NUMERO) + 1
           SET NO-HAY-SOLAPE      TO TRUE
           MOVE WS-LEM-TAB-PRIMERO (WS-NUM-IX) TO WS-LIC-IX
           PERFORM 0142-VERIFICA-SOLAPE THRU 0142-EXIT
                UNTIL WS-LIC-IX = 0 OR HAY-SOLAPE
           IF HAY-SOLAPE
                PERFORM 0149-RECHAZA THRU 0149-EXIT
                GO TO 0140-EXIT
           END-IF

           IF WS-LIC-ACEPTADAS NOT < WS-LIC-MAXIMO
                SET TABLA-LLENA    TO TRUE
                MOVE "TABLA DE LICENCIAS LLENA" TO WS-MOTIVO
                PERFORM 0149-RECHAZA THRU 0149-EXIT
                GO TO 0140-EXIT
           END-IF
           PERFORM 0141-GUARDA-LICENCIA THRU 0141-EXIT.
       0140-EXIT.
           EXIT.

      *ENGANCHA LA LICENCIA AL FINAL DE LA CADENA DEL EMPLEADO.
       0141-GUARDA-LICENCIA.
           ADD 1                  TO WS-LIC-ACEPTADAS
           MOVE WS-LIC-ACEPTADAS  TO WS-LIC-IX
           MOVE WS-LTR-NUMERO     TO WS-LIC-TAB-NUMERO (WS-LIC-IX)
           MOVE WS-LTR-TIPO       TO WS-LIC-TAB-TIPO (WS-LIC-IX)
           MOVE WS-LTR-DESDE      TO WS-LIC-TAB-DESDE (WS-LIC-IX)
           MOVE WS-LTR-HASTA      TO WS-LIC-TAB-HASTA (WS-LIC-IX)
           MOVE WS-LIC-DIAS       TO WS-LIC-TAB-DIAS (WS-LIC-IX)
           MOVE WS-LTR-OPERADOR   TO WS-LIC-TAB-OPERADOR (WS-LIC-IX)
           IF WS-LEM-TAB-PRIMERO (WS-NUM-IX) = 0
                MOVE WS-LIC-IX     TO WS-LEM-TAB-PRIMERO (WS-NUM-IX)
           ELSE
                MOVE WS-LEM-TAB-ULTIMO (WS-NUM-IX) TO WS-LIC-ULT
                MOVE WS-LIC-IX     TO WS-LIC-TAB-SIGUIENTE (WS-LIC-ULT)
           END-IF
           MOVE WS-LIC-IX         TO WS-LEM-TAB-ULTIMO (WS-NUM-IX).
       0141-EXIT.
           EXIT.

       0142-VERIFICA-SOLAPE.
           IF WS-LTR-DESDE NOT > WS-LIC-TAB-HASTA (WS-LIC-IX) AND
              WS-LTR-HASTA NOT < WS-LIC-TAB-DESDE (WS-LIC-IX)
                SET HAY-SOLAPE     TO TRUE
                MOVE WS-LIC-TAB-DESDE (WS-LIC-IX) TO WS-FED-FECHA
                PERFORM 018-EDITA-FECHA THRU 018-EXIT
                MOVE SPACES        TO WS-MOTIVO
                STRING "SUPERPUESTA CON LICENCIA DEL "
                            DELIMITED BY SIZE
                       WS-FED-EDITADA DELIMITED BY SIZE
                     INTO WS-MOTIVO
                END-STRING
                GO TO 0142-EXIT
           END-IF
           MOVE WS-LIC-TAB-SIGUIENTE (WS-LIC-IX) TO WS-LIC-IX.
       0142-EXIT.
           EXIT.

       0149-RECHAZA.
           ADD 1                  TO WS-LIC-RECHAZADAS
           PERFORM 016-VERIFICA-SALTO THRU 016-EXIT
           MOVE WS-LTR-NUMERO     TO WS-LRC-NUMERO
           MOVE WS-LTR-TIPO       TO WS-LRC-TIPO
           MOVE WS-REG-LICTRANS (7:8) TO WS-FED-FECHA
           PERFORM 018-EDITA-FECHA THRU 018-EXIT
           MOVE WS-FED-EDITADA    TO WS-LRC-DESDE
           MOVE WS-REG-LICTRANS (15:8) TO WS-FED-FECHA
           PERFORM 018-EDITA-FECHA THRU 018-EXIT
           MOVE WS-FED-EDITADA    TO WS-LRC-HASTA
           MOVE WS-LTR-OPERADOR   TO WS-LRC-OPERADOR
           MOVE WS-MOTIVO         TO WS-LRC-MOTIVO
           WRITE REG-LICREP FROM WS-LRC-DETALLE AFTER ADVANCING 1
           ADD 1                  TO WS-LINEA-CONT
           MOVE 4                 TO WS-RC-NUEVO
           PERFORM 097-ELEVA-RC THRU 097-EXIT.
       0149-EXIT.
           EXIT.

       015-ENCABEZADO.
           MOVE WS-PAGINA-ACTUAL  TO WS-LST-TIT-PAGINA
           WRITE REG-LICREP FROM WS-LST-TITULO AFTER ADVANCING 1
           WRITE REG-LICREP FROM WS-LST-GUIONES AFTER ADVANCING 1
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
           WRITE REG-LICREP FROM WS-LST-SECCION AFTER ADVANCING 2
           WRITE REG-LICREP FROM WS-LST-GUIONES AFTER ADVANCING 1
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

      *PROCEDIMIENTO DE ENTRADA DEL SORT: RECORRE EL MAESTRO, GRABA
      *EL SALDO DE CADA EMPLEADO Y SUS DIAS SIN GOCE DEL PERIODO, Y
      *LIBERA AL SORT LOS ACTIVOS PARA EL LISTADO.
       020-CALCULA.
           PERFORM 0200-CALCULA-UNO THRU 0200-EXIT
                UNTIL WS-FS-EMPLEADOS = "10".
       020-EXIT.
           EXIT.

       0200-CALCULA-UNO.
           READ EMPLEADOS INTO WS-REG-EMPLEADOS
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-EMPLEADOS = "10"
                GO TO 0200-EXIT
           END-IF
           ADD 1                  TO WS-LEIDOS-EMP
           IF WS-NUMERO-EMP NOT NUMERIC OR WS-DEPTO-EMP NOT NUMERIC
                ADD 1              TO WS-OMITIDOS
                GO TO 0200-EXIT
           END-IF
           COMPUTE WS-NUM-IX = FUNCTION NUMVAL (WS-NUMERO-EMP) + 1
           SET LEM-EN-MAESTRO (WS-NUM-IX) TO TRUE

           PERFORM 025-CALCULA-SALDO THRU 025-EXIT
           PERFORM 035-GRABA-SALDO THRU 035-EXIT

           IF EMP-ACTIVO
                MOVE WS-DEPTO-EMP  TO SD-DEPTO
                MOVE WS-NUMERO-EMP TO SD-NUMERO
                MOVE WS-NOMBRE-EMP TO SD-NOMBRE
                MOVE WS-REG-SALDO  TO SD-SALDO
                RELEASE SD-REG-SALDO
           END-IF.
       0200-EXIT.
           EXIT.

      *SALDO DEL EMPLEADO: DIAS QUE CORRESPONDEN EN CADA UNO DE LOS
      *TRES ANOS, LICENCIAS DE SU CADENA, Y ARRASTRE DE UN ANO AL
      *SIGUIENTE.
       025-CALCULA-SALDO.
           MOVE ZEROS             TO WS-CALCULO-SALDO
           SET SIN-INGRESO        TO TRUE
           MOVE WS-FECHA-INGRESO  TO WS-FV-FECHA
           PERFORM 029-VALIDA-FECHA THRU 029-EXIT
           IF FECHA-VALIDA
                SET CON-INGRESO    TO TRUE
           END-IF

           MOVE 1                 TO WS-ANI-IX
           PERFORM 026-DERECHO-ANIO THRU 026-EXIT
                UNTIL WS-ANI-IX > 3

           MOVE WS-LEM-TAB-PRIMERO (WS-NUM-IX) TO WS-LIC-IX
           PERFORM 027-SUMA-LICENCIA THRU 027-EXIT
                UNTIL WS-LIC-IX = 0
           IF WS-CAL-SG-PERIODO > 30
                MOVE 30            TO WS-CAL-SG-PERIODO
           END-IF

           MOVE 0                 TO WS-CAL-ARRASTRE
           MOVE 1                 TO WS-ANI-IX
           PERFORM 030-APLICA-ANIO THRU 030-EXIT
                UNTIL WS-ANI-IX > 3.
       025-EXIT.
           EXIT.

      *DIAS DE VACACIONES DEL ANO SEGUN LA ANTIGUEDAD AL 31/12 DE
      *ESE ANO (ANOS COMPLETOS DESDE EL INGRESO, COMO PGM10): HASTA
      *5 ANOS 14 DIAS, HASTA 10 ANOS 21, HASTA 20 ANOS 28 Y MAS DE
      *20 ANOS 35. EN EL ANO DE INGRESO, SI NO LLEGA A MEDIO ANO
      *TRABAJADO, UN DIA CADA 20 DIAS CORRIDOS TRABAJADOS.
       026-DERECHO-ANIO.
           MOVE 0                 TO WS-CAL-DERECHO (WS-ANI-IX)
           IF SIN-INGRESO OR WS-ING-AAAA > WS-ANI-ANIO (WS-ANI-IX)
                GO TO 026-NEXT
           END-IF
           COMPUTE WS-CAL-ANTIGUEDAD =
                WS-ANI-ANIO (WS-ANI-IX) - WS-ING-AAAA
           IF WS-CAL-ANTIGUEDAD = 0
                COMPUTE WS-CAL-DIAS-TRAB =
                     FUNCTION INTEGER-OF-DATE
                          (WS-ANI-ANIO (WS-ANI-IX) * 10000 + 1231) -
                     FUNCTION INTEGER-OF-DATE (WS-FECHA-INGRESO) + 1
                IF WS-CAL-DIAS-TRAB < 183
                     COMPUTE WS-CAL-DERECHO (WS-ANI-IX) =
                          WS-CAL-DIAS-TRAB / 20
                ELSE
                     MOVE 14       TO WS-CAL-DERECHO (WS-ANI-IX)
                END-IF
                GO TO 026-NEXT
           END-IF
           IF WS-CAL-ANTIGUEDAD NOT > 5
                MOVE 14            TO WS-CAL-DERECHO (WS-ANI-IX)
           ELSE
                IF WS-CAL-ANTIGUEDAD NOT > 10
                     MOVE 21       TO WS-CAL-DERECHO (WS-ANI-IX)
                ELSE
                     IF WS-CAL-ANTIGUEDAD NOT > 20
                          MOVE 28  TO WS-CAL-DERECHO (WS-ANI-IX)
                     ELSE
                          MOVE 35  TO WS-CAL-DERECHO (WS-ANI-IX)
                     END-IF
                END-IF
           END-IF.
       026-NEXT.
           ADD 1                  TO WS-ANI-IX.
       026-EXIT.
           EXIT.

      *UNA LICENCIA DE LA CADENA DEL EMPLEADO. LAS VACACIONES SE
      *IMPUTAN AL ANO EN QUE EMPIEZAN; ENFERMEDAD Y SIN GOCE SE
      *CUENTAN EN EL ANO DEL PERIODO, Y LOS DIAS SIN GOCE QUE CAEN
      *DENTRO DEL PERIODO VAN APARTE PARA PGM09.
       027-SUMA-LICENCIA.
           COMPUTE WS-ANI-K =
                WS-LIC-TAB-DESDE (WS-LIC-IX) / 10000 -
                WS-ANI-ANIO (1) + 1
           IF WS-ANI-K > 0 AND WS-ANI-K < 4
                MOVE WS-ANI-K      TO WS-ANI-IX
                IF WS-LIC-TAB-TIPO (WS-LIC-IX) = 'V'
                     IF WS-LIC-TAB-DESDE (WS-LIC-IX) NOT >
                        WS-ANI-VENCE (WS-ANI-IX)
                          ADD WS-LIC-TAB-DIAS (WS-LIC-IX)
                               TO WS-CAL-TOM-ANTES (WS-ANI-IX)
                     ELSE
                          ADD WS-LIC-TAB-DIAS (WS-LIC-IX)
                               TO WS-CAL-TOM-DESPUES (WS-ANI-IX)
                     END-IF
                END-IF
                IF WS-ANI-IX = 3 AND WS-LIC-TAB-TIPO (WS-LIC-IX) = 'E'
                     ADD WS-LIC-TAB-DIAS (WS-LIC-IX)
                                   TO WS-CAL-ENFERMEDAD
                END-IF
                IF WS-ANI-IX = 3 AND WS-LIC-TAB-TIPO (WS-LIC-IX) = 'S'
                     ADD WS-LIC-TAB-DIAS (WS-LIC-IX)
                                   TO WS-CAL-SIN-GOCE
                END-IF
           END-IF
           IF WS-LIC-TAB-TIPO (WS-LIC-IX) = 'S'
                PERFORM 0271-SOLAPA-PERIODO THRU 0271-EXIT
           END-IF
           MOVE WS-LIC-TAB-SIGUIENTE (WS-LIC-IX) TO WS-LIC-IX.
       027-EXIT.
           EXIT.

      *DIAS SIN GOCE DENTRO DEL PERIODO. SI LA LICENCIA CUBRE EL MES
      *ENTERO VALEN 30, COMO EL MES DE NOMINA.
       0271-SOLAPA-PERIODO.
           IF WS-LIC-TAB-DESDE (WS-LIC-IX) > WS-PER-DESDE
                MOVE WS-LIC-TAB-DESDE (WS-LIC-IX) TO WS-CAL-INICIO
           ELSE
                MOVE WS-PER-DESDE  TO WS-CAL-INICIO
           END-IF
           IF WS-LIC-TAB-HASTA (WS-LIC-IX) < WS-PER-HASTA
                MOVE WS-LIC-TAB-HASTA (WS-LIC-IX) TO WS-CAL-FIN
           ELSE
                MOVE WS-PER-HASTA  TO WS-CAL-FIN
           END-IF
           IF WS-CAL-INICIO > WS-CAL-FIN
                GO TO 0271-EXIT
           END-IF
           IF WS-CAL-INICIO = WS-PER-DESDE AND
              WS-CAL-FIN = WS-PER-HASTA
                ADD 30             TO WS-CAL-SG-PERIODO
           ELSE
                COMPUTE WS-CAL-SG-PERIODO = WS-CAL-SG-PERIODO +
                     FUNCTION INTEGER-OF-DATE (WS-CAL-FIN) -
                     FUNCTION INTEGER-OF-DATE (WS-CAL-INICIO) + 1
           END-IF.
       0271-EXIT.
           EXIT.

      *DIAS DEL MES WS-DM-MM DEL ANO WS-DM-AAAA.
       028-DIAS-DEL-MES.
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
       028-EXIT.
           EXIT.

       029-VALIDA-FECHA.
           SET FECHA-INVALIDA     TO TRUE
           IF WS-FV-FECHA NOT NUMERIC
                GO TO 029-EXIT
           END-IF
           IF WS-FV-AAAA < 1900 OR WS-FV-MM < 1 OR WS-FV-MM > 12
                GO TO 029-EXIT
           END-IF
           MOVE WS-FV-AAAA        TO WS-DM-AAAA
           MOVE WS-FV-MM          TO WS-DM-MM
           PERFORM 028-DIAS-DEL-MES THRU 028-EXIT
           IF WS-FV-DD < 1 OR WS-FV-DD > WS-DM-DIAS
                GO TO 029-EXIT
           END-IF
           SET FECHA-VALIDA       TO TRUE.
       029-EXIT.
           EXIT.

      *ARRASTRE: LAS VACACIONES TOMADAS HASTA EL VENCIMIENTO CONSUMEN
      *PRIMERO LO QUE QUEDO DEL ANO ANTERIOR; LO QUE NO SE USO VENCE
      *(EN EL ANO DEL PERIODO, SOLO SI YA PASO LA FECHA). LO DEMAS SE
      *DESCUENTA DE LOS DIAS DEL ANO Y EL SALDO PASA AL SIGUIENTE.
       030-APLICA-ANIO.
           IF WS-ANI-IX = 3
                MOVE WS-CAL-ARRASTRE TO WS-CAL-ARR-ANIO
           END-IF
           IF WS-CAL-TOM-ANTES (WS-ANI-IX) < WS-CAL-ARRASTRE
                MOVE WS-CAL-TOM-ANTES (WS-ANI-IX) TO WS-CAL-USADO
           ELSE
                MOVE WS-CAL-ARRASTRE TO WS-CAL-USADO
           END-IF
           COMPUTE WS-CAL-NO-USADO = WS-CAL-ARRASTRE - WS-CAL-USADO
           COMPUTE WS-CAL-RESTO = WS-CAL-TOM-ANTES (WS-ANI-IX) -
                WS-CAL-USADO + WS-CAL-TOM-DESPUES (WS-ANI-IX)
           IF WS-CAL-RESTO > WS-CAL-DERECHO (WS-ANI-IX)
                COMPUTE WS-CAL-EXCEDIDO =
                     WS-CAL-RESTO - WS-CAL-DERECHO (WS-ANI-IX)
                MOVE 0             TO WS-CAL-SALDO-ANIO
           ELSE
                MOVE 0             TO WS-CAL-EXCEDIDO
                COMPUTE WS-CAL-SALDO-ANIO =
                     WS-CAL-DERECHO (WS-ANI-IX) - WS-CAL-RESTO
           END-IF
           IF WS-ANI-IX = 3
                IF WS-DIAS-A-VENCER < 0
                     MOVE WS-CAL-NO-USADO TO WS-CAL-VENCIDOS
                     MOVE 0        TO WS-CAL-PENDIENTE
                ELSE
                     MOVE 0        TO WS-CAL-VENCIDOS
                     MOVE WS-CAL-NO-USADO TO WS-CAL-PENDIENTE
                END-IF
           END-IF
           MOVE WS-CAL-SALDO-ANIO TO WS-CAL-ARRASTRE
           ADD 1                  TO WS-ANI-IX.
       030-EXIT.
           EXIT.

      *GRABA EL SALDO DEL EMPLEADO Y, SI TUVO DIAS SIN GOCE EN EL
      *PERIODO, EL REGISTRO PARA PGM09.
       035-GRABA-SALDO.
           MOVE WS-NUMERO-EMP     TO WS-SAL-NUMERO
           MOVE WS-PER-AAAA       TO WS-SAL-ANIO
           MOVE WS-STATUS-EMP     TO WS-SAL-ESTADO
           MOVE WS-DEPTO-EMP      TO WS-SAL-DEPTO
           IF CON-INGRESO AND WS-ING-AAAA NOT > WS-PER-AAAA
                COMPUTE WS-SAL-ANTIGUEDAD = WS-PER-AAAA - WS-ING-AAAA
           ELSE
                MOVE 0             TO WS-SAL-ANTIGUEDAD
           END-IF
           MOVE WS-CAL-DERECHO (3) TO WS-SAL-DERECHO
           MOVE WS-CAL-ARR-ANIO   TO WS-SAL-ARRASTRE
           MOVE WS-ANI-VENCE (3)  TO WS-SAL-VENCE-ARR
           MOVE WS-CAL-PENDIENTE  TO WS-SAL-ARR-PENDIENTE
           COMPUTE WS-SAL-TOMADOS =
                WS-CAL-TOM-ANTES (3) + WS-CAL-TOM-DESPUES (3)
           COMPUTE WS-SAL-SALDO =
                WS-CAL-SALDO-ANIO + WS-CAL-PENDIENTE
           MOVE WS-CAL-VENCIDOS   TO WS-SAL-VENCIDOS
           MOVE WS-CAL-EXCEDIDO   TO WS-SAL-EXCEDIDOS
           MOVE WS-CAL-ENFERMEDAD TO WS-SAL-ENFERMEDAD
           MOVE WS-CAL-SIN-GOCE   TO WS-SAL-SIN-GOCE
           MOVE WS-PERIODO        TO WS-SAL-PERIODO
           MOVE WS-CAL-SG-PERIODO TO WS-SAL-SG-PERIODO
           MOVE WS-FECHA-HOY      TO WS-SAL-FECHA-PROCESO
           SET SAL-SIN-MARCA      TO TRUE
           IF SIN-INGRESO
                SET SAL-SIN-INGRESO TO TRUE
           END-IF
           IF WS-CAL-PENDIENTE > 0 AND
              WS-DIAS-A-VENCER NOT > WS-DIAS-AVISO
                SET SAL-POR-VENCER TO TRUE
           END-IF
           IF WS-CAL-EXCEDIDO > 0
                SET SAL-EXCEDIDO   TO TRUE
           END-IF

           WRITE REG-LICSALDO FROM WS-REG-SALDO
                INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO GRABAR SALDO "
                        WS-SAL-NUMERO " - STATUS " WS-FS-LICSALDO
                NOT INVALID KEY
                   ADD 1           TO WS-SALDOS-GRABADOS
           END-WRITE

           IF WS-CAL-SG-PERIODO > 0
                MOVE WS-NUMERO-EMP TO WS-LDS-NUMERO
                MOVE WS-PERIODO    TO WS-LDS-PERIODO
                MOVE WS-CAL-SG-PERIODO TO WS-LDS-DIAS
                WRITE REG-LICDESC FROM WS-REG-LICDESC
                ADD 1              TO WS-LICDESC-GRABADOS
                ADD WS-CAL-SG-PERIODO TO WS-LICDESC-DIAS
           END-IF.
       035-EXIT.
           EXIT.

      *PROCEDIMIENTO DE SALIDA DEL SORT: SALDOS DE LOS ACTIVOS POR
      *DEPARTAMENTO CON SUBTOTAL EN CADA QUIEBRE.
       040-LISTA.
           ADD 1                  TO WS-PAGINA-ACTUAL
           PERFORM 015-ENCABEZADO THRU 015-EXIT
           MOVE "SALDOS DE VACACIONES POR DEPARTAMENTO"
                                  TO WS-LST-SEC-TEXTO
           WRITE REG-LICREP FROM WS-LST-SECCION AFTER ADVANCING 1
           WRITE REG-LICREP FROM WS-LST-GUIONES AFTER ADVANCING 1
           WRITE REG-LICREP FROM WS-LSD-SUBTITULO AFTER ADVANCING 1
           WRITE REG-LICREP FROM WS-LST-GUIONES AFTER ADVANCING 1
           ADD 4                  TO WS-LINEA-CONT
           PERFORM 0400-LISTA-UNO THRU 0400-EXIT
                UNTIL FIN-SORT
           IF NO-ES-PRIMER-REG
                PERFORM 045-SUBTOTAL-DEPTO THRU 045-EXIT
           END-IF

           PERFORM 016-VERIFICA-SALTO THRU 016-EXIT
           MOVE "TOTAL EMPRESA EMPLEADOS: " TO WS-LSD-TOT-TEXTO
           MOVE WS-TOT-EMPLEADOS  TO WS-LSD-TOT-EMPL
           MOVE WS-TOT-SALDO      TO WS-LSD-TOT-SALDO
           MOVE WS-TOT-POR-VENCER TO WS-LSD-TOT-PV-EMPL
           MOVE WS-TOT-DIAS-VENCER TO WS-LSD-TOT-PV-DIAS
           MOVE WS-TOT-EXCEDIDOS  TO WS-LSD-TOT-EXC
           WRITE REG-LICREP FROM WS-LST-GUIONES AFTER ADVANCING 1
           WRITE REG-LICREP FROM WS-LSD-TOTAL AFTER ADVANCING 1
           WRITE REG-LICREP FROM WS-LSD-REFERENCIA-1 AFTER ADVANCING 2
           WRITE REG-LICREP FROM WS-LSD-REFERENCIA-2 AFTER ADVANCING 1
           ADD 5                  TO WS-LINEA-CONT.
       040-EXIT.
           EXIT.

       0400-LISTA-UNO.
           RETURN SORT-SALDOS
                  AT END
                     SET FIN-SORT TO TRUE
                     GO TO 0400-EXIT.

           MOVE SD-SALDO          TO WS-REG-SALDO
           IF ES-PRIMER-REG
                MOVE SD-DEPTO      TO WS-DEPTO-ANTERIOR
                PERFORM 0401-BANNER-DEPTO THRU 0401-EXIT
                SET NO-ES-PRIMER-REG TO TRUE
           ELSE
                IF SD-DEPTO NOT = WS-DEPTO-ANTERIOR
                     PERFORM 045-SUBTOTAL-DEPTO THRU 045-EXIT
                     MOVE SD-DEPTO TO WS-DEPTO-ANTERIOR
                     PERFORM 0401-BANNER-DEPTO THRU 0401-EXIT
                END-IF
           END-IF

           PERFORM 016-VERIFICA-SALTO THRU 016-EXIT
           MOVE SD-NUMERO         TO WS-LSD-NUMERO
           MOVE SD-NOMBRE         TO WS-LSD-NOMBRE
           MOVE WS-SAL-ANTIGUEDAD TO WS-LSD-ANTIGUEDAD
           MOVE WS-SAL-DERECHO    TO WS-LSD-DERECHO
           MOVE WS-SAL-ARR-PENDIENTE TO WS-LSD-ARRASTRE
           IF WS-SAL-ARR-PENDIENTE > 0
                MOVE WS-SAL-VENCE-ARR TO WS-FED-FECHA
                PERFORM 018-EDITA-FECHA THRU 018-EXIT
                MOVE WS-FED-EDITADA TO WS-LSD-VENCE
           ELSE
                MOVE SPACES        TO WS-LSD-VENCE
           END-IF
           MOVE WS-SAL-TOMADOS    TO WS-LSD-TOMADOS
           MOVE WS-SAL-SALDO      TO WS-LSD-SALDO
           MOVE WS-SAL-VENCIDOS   TO WS-LSD-VENCIDOS
           MOVE WS-SAL-ENFERMEDAD TO WS-LSD-ENFERMEDAD
           MOVE WS-SAL-SIN-GOCE   TO WS-LSD-SIN-GOCE
           MOVE WS-SAL-SG-PERIODO TO WS-LSD-SG-PERIODO
           MOVE SPACES            TO WS-LSD-MARCA
           IF SAL-POR-VENCER
                MOVE "*POR VENCER*" TO WS-LSD-MARCA
                ADD 1              TO WS-DPT-POR-VENCER
                ADD WS-SAL-ARR-PENDIENTE TO WS-DPT-DIAS-VENCER
           END-IF
           IF SAL-EXCEDIDO
                MOVE "*EXCEDIDO*"  TO WS-LSD-MARCA
                ADD 1              TO WS-DPT-EXCEDIDOS
                MOVE 4             TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
           END-IF
           IF SAL-SIN-INGRESO
                MOVE "SIN F.INGR." TO WS-LSD-MARCA
           END-IF
           WRITE REG-LICREP FROM WS-LSD-DETALLE AFTER ADVANCING 1
           ADD 1                  TO WS-LINEA-CONT
           ADD 1                  TO WS-DPT-EMPLEADOS
           ADD WS-SAL-SALDO       TO WS-DPT-SALDO.
       0400-EXIT.
           EXIT.

       0401-BANNER-DEPTO.
           IF WS-LINEA-CONT > WS-MAX-LINEAS - 4
                ADD 1              TO WS-PAGINA-ACTUAL
                PERFORM 015-ENCABEZADO THRU 015-EXIT
           END-IF
           MOVE SD-DEPTO          TO WS-LSD-BAN-DEPTO
           COMPUTE WS-DEP-IX = SD-DEPTO + 1
           IF DEPTO-CARGADO (WS-DEP-IX)
                MOVE WS-DEP-TAB-NOMBRE (WS-DEP-IX)
                                   TO WS-LSD-BAN-NOMBRE
           ELSE
                MOVE "*SIN NOMBRE*" TO WS-LSD-BAN-NOMBRE
           END-IF
           WRITE REG-LICREP FROM WS-LSD-BANNER AFTER ADVANCING 2
           ADD 2                  TO WS-LINEA-CONT.
       0401-EXIT.
           EXIT.

       045-SUBTOTAL-DEPTO.
           PERFORM 016-VERIFICA-SALTO THRU 016-EXIT
           MOVE "TOTAL DEPTO   EMPLEADOS: " TO WS-LSD-TOT-TEXTO
           MOVE WS-DPT-EMPLEADOS  TO WS-LSD-TOT-EMPL
           MOVE WS-DPT-SALDO      TO WS-LSD-TOT-SALDO
           MOVE WS-DPT-POR-VENCER TO WS-LSD-TOT-PV-EMPL
           MOVE WS-DPT-DIAS-VENCER TO WS-LSD-TOT-PV-DIAS
           MOVE WS-DPT-EXCEDIDOS  TO WS-LSD-TOT-EXC
           WRITE REG-LICREP FROM WS-LSD-TOTAL AFTER ADVANCING 1
           ADD 1                  TO WS-LINEA-CONT
           ADD WS-DPT-EMPLEADOS   TO WS-TOT-EMPLEADOS
           ADD WS-DPT-SALDO       TO WS-TOT-SALDO
           ADD WS-DPT-POR-VENCER  TO WS-TOT-POR-VENCER
           ADD WS-DPT-DIAS-VENCER TO WS-TOT-DIAS-VENCER
           ADD WS-DPT-EXCEDIDOS   TO WS-TOT-EXCEDIDOS
           MOVE 0                 TO WS-DPT-EMPLEADOS
           MOVE 0                 TO WS-DPT-SALDO
           MOVE 0                 TO WS-DPT-POR-VENCER
           MOVE 0                 TO WS-DPT-DIAS-VENCER
           MOVE 0                 TO WS-DPT-EXCEDIDOS.
       045-EXIT.
           EXIT.

      *LICENCIAS ACEPTADAS DE NUMEROS QUE NO ESTAN EN EL MAESTRO: NO
      *ENTRARON EN NINGUN SALDO Y SE LISTAN PARA QUE RRHH LAS
      *CORRIJA.
       050-SIN-MAESTRO.
           MOVE 1                 TO WS-NUM-IX
           PERFORM 0500-BUSCA-SIN-MAESTRO THRU 0500-EXIT
                UNTIL WS-NUM-IX > 100000.
       050-EXIT.
           EXIT.

       0500-BUSCA-SIN-MAESTRO.
           IF WS-LEM-TAB-PRIMERO (WS-NUM-IX) > 0 AND
              NOT LEM-EN-MAESTRO (WS-NUM-IX)
                IF NOT SECCION-ABIERTA
                     MOVE "LICENCIAS DE EMPLEADOS INEXISTENTES"
                                   TO WS-LST-SEC-TEXTO
                     PERFORM 017-ABRE-SECCION THRU 017-EXIT
                     WRITE REG-LICREP FROM WS-LRC-SUBTITULO
                          AFTER ADVANCING 1
                     ADD 1         TO WS-LINEA-CONT
                     SET SECCION-ABIERTA TO TRUE
                     MOVE 4        TO WS-RC-NUEVO
                     PERFORM 097-ELEVA-RC THRU 097-EXIT
                END-IF
                MOVE WS-LEM-TAB-PRIMERO (WS-NUM-IX) TO WS-LIC-IX
                PERFORM 0501-LISTA-SIN-MAESTRO THRU 0501-EXIT
                     UNTIL WS-LIC-IX = 0
           END-IF
           ADD 1                  TO WS-NUM-IX.
       0500-EXIT.
           EXIT.

       0501-LISTA-SIN-MAESTRO.
           ADD 1                  TO WS-LIC-SIN-MAESTRO
           PERFORM 016-VERIFICA-SALTO THRU 016-EXIT
           MOVE WS-LIC-TAB-NUMERO (WS-LIC-IX) TO WS-LRC-NUMERO
           MOVE WS-LIC-TAB-TIPO (WS-LIC-IX) TO WS-LRC-TIPO
           MOVE WS-LIC-TAB-DESDE (WS-LIC-IX) TO WS-FED-FECHA
           PERFORM 018-EDITA-FECHA THRU 018-EXIT
           MOVE WS-FED-EDITADA    TO WS-LRC-DESDE
           MOVE WS-LIC-TAB-HASTA (WS-LIC-IX) TO WS-FED-FECHA
           PERFORM 018-EDITA-FECHA THRU 018-EXIT
           MOVE WS-FED-EDITADA    TO WS-LRC-HASTA
           MOVE WS-LIC-TAB-OPERADOR (WS-LIC-IX) TO WS-LRC-OPERADOR
           MOVE "EMPLEADO INEXISTENTE EN EL MAESTRO" TO WS-LRC-MOTIVO
           WRITE REG-LICREP FROM WS-LRC-DETALLE AFTER ADVANCING 1
           ADD 1                  TO WS-LINEA-CONT
           MOVE WS-LIC-TAB-SIGUIENTE (WS-LIC-IX) TO WS-LIC-IX.
       0501-EXIT.
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

      *RESUMEN DE CONTROL: LICENCIAS LEIDAS = ACEPTADAS + RECHAZADAS.
       100-FIN.
           MOVE "RESUMEN DE LA CORRIDA" TO WS-LST-SEC-TEXTO
           PERFORM 017-ABRE-SECCION THRU 017-EXIT
           MOVE "LICENCIAS LEIDAS"  TO WS-LRS-TEXTO
           MOVE WS-LIC-LEIDAS     TO WS-LRS-CANTIDAD
           WRITE REG-LICREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           MOVE "LICENCIAS ACEPTADAS" TO WS-LRS-TEXTO
           MOVE WS-LIC-ACEPTADAS  TO WS-LRS-CANTIDAD
           WRITE REG-LICREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           MOVE "LICENCIAS RECHAZADAS" TO WS-LRS-TEXTO
           MOVE WS-LIC-RECHAZADAS TO WS-LRS-CANTIDAD
           WRITE REG-LICREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           MOVE "  DE ELLAS ACEPTADAS SIN EMPLEADO EN EL MAESTRO"
                                  TO WS-LRS-TEXTO
           MOVE WS-LIC-SIN-MAESTRO TO WS-LRS-CANTIDAD
           WRITE REG-LICREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           MOVE "EMPLEADOS LEIDOS DEL MAESTRO" TO WS-LRS-TEXTO
           MOVE WS-LEIDOS-EMP     TO WS-LRS-CANTIDAD
           WRITE REG-LICREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           MOVE "EMPLEADOS OMITIDOS (NUMERO O DEPTO INVALIDO)"
                                  TO WS-LRS-TEXTO
           MOVE WS-OMITIDOS       TO WS-LRS-CANTIDAD
           WRITE REG-LICREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           MOVE "SALDOS GRABADOS EN LICSALDO" TO WS-LRS-TEXTO
           MOVE WS-SALDOS-GRABADOS TO WS-LRS-CANTIDAD
           WRITE REG-LICREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           MOVE "EMPLEADOS CON DIAS SIN GOCE EN EL PERIODO"
                                  TO WS-LRS-TEXTO
           MOVE WS-LICDESC-GRABADOS TO WS-LRS-CANTIDAD
           WRITE REG-LICREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           MOVE "  DIAS SIN GOCE INFORMADOS A PGM09" TO WS-LRS-TEXTO
           MOVE WS-LICDESC-DIAS   TO WS-LRS-CANTIDAD
           WRITE REG-LICREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1

           IF TABLA-LLENA
                DISPLAY "ERROR: TABLA DE LICENCIAS LLENA - SALDOS "
                     "INCOMPLETOS"
                MOVE 8             TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
           END-IF
           IF WS-LIC-RECHAZADAS > 0 OR WS-LIC-SIN-MAESTRO > 0
                DISPLAY "AVISO: LICENCIAS RECHAZADAS: "
                     WS-LIC-RECHAZADAS " - SIN EMPLEADO: "
                     WS-LIC-SIN-MAESTRO
           END-IF
           IF WS-TOT-EXCEDIDOS > 0
                DISPLAY "AVISO: EMPLEADOS CON VACACIONES EXCEDIDAS: "
                     WS-TOT-EXCEDIDOS
           END-IF

           CLOSE LICREP
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           STOP RUN.
