      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM23.
      * Author:AYELEN RIVERO.
      * Date:02/09/26.

      *---------------------------------------------------------------*
      *OBJETIVO: LIQUIDACION FINAL DE LAS BAJAS DEL PERIODO. LEE EL   *
      *          ARCHIVO DE BAJAS QUE GRABA PGM02 (BAJAS.TXT) Y, CON  *
      *          LAS REGLAS DEL MOTIVO DE BAJA (LIQPARAM.TXT) Y EL    *
      *          SALDO DE VACACIONES DE PGM20 (LICSALDO.DAT), CALCULA *
      *          PARA CADA EMPLEADO: HABERES DEL MES HASTA LA BAJA,   *
      *          VACACIONES NO GOZADAS, SAC PROPORCIONAL DEL SEMESTRE,*
      *          INDEMNIZACION POR ANTIGUEDAD DESDE LA FECHA DE       *
      *          INGRESO Y PREAVISO NO OTORGADO. GRABA EL DETALLE DE  *
      *          LIQUIDACION (LIQDET.TXT) QUE PGM09 PAGA COMO PAGO    *
      *          UNICO, CON LO GRAVADO (MES, VACACIONES Y SAC)        *
      *          SEPARADO DE LO EXENTO (INDEMNIZACION Y PREAVISO), Y  *
      *          EL LISTADO DE LIQUIDACIONES PARA RRHH (LIQREP.TXT)   *
      *          CON CADA CONCEPTO Y LAS FIRMAS DE QUIEN LIQUIDO,     *
      *          QUIEN CONTROLO Y RRHH. EL DETALLE SE REGENERA EN     *
      *          CADA CORRIDA CON LAS BAJAS DEL PERIODO DE NOMINA     *
      *          (NOMINA_PERIODO): UNA RECORRIDA NO DUPLICA NADA.     *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *LAS RUTAS SE ARMAN EN TIEMPO DE EJECUCION (VER 012-ARMA-RUTAS)
      *A PARTIR DE VARIABLES DE ENTORNO, CON LOS VALORES ORIGINALES
      *COMO RESPALDO SI LA VARIABLE NO ESTA DEFINIDA.
           SELECT BAJAS     ASSIGN TO DYNAMIC WS-RUTA-BAJAS
               FILE STATUS IS WS-FS-BAJAS.

           SELECT LIQPARAM  ASSIGN TO DYNAMIC WS-RUTA-LIQPARAM
               FILE STATUS IS WS-FS-LIQPARAM.

           SELECT LICSALDO  ASSIGN TO DYNAMIC WS-RUTA-LICSALDO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-SAL-NUMERO
               FILE STATUS IS WS-FS-LICSALDO.

           SELECT LIQDET    ASSIGN TO DYNAMIC WS-RUTA-LIQDET
               FILE STATUS IS WS-FS-LIQDET.

           SELECT LIQREP    ASSIGN TO DYNAMIC WS-RUTA-LIQREP
               FILE STATUS IS WS-FS-LIQREP.

       DATA DIVISION.
       FILE SECTION.
       FD  BAJAS

           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-BAJAS              PIC X(100).

       FD  LIQPARAM

           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-LIQPARAM           PIC X(40).

       FD  LICSALDO

           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-LICSALDO.
           05 REG-SAL-NUMERO      PIC X(05).
           05 FILLER              PIC X(75).

       FD  LIQDET

           RECORD CONTAINS 180 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-LIQDET             PIC X(180).

       FD  LIQREP

           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-LIQREP             PIC X(120).

       WORKING-STORAGE SECTION.
      *RUTAS DE ARCHIVOS EXTERNALIZADAS POR VARIABLE DE ENTORNO.
       01  WS-RUTAS-ARCHIVOS.
           05 WS-RUTA-BAJAS       PIC X(100)   VALUE SPACES.
           05 WS-RUTA-LIQPARAM    PIC X(100)   VALUE SPACES.
           05 WS-RUTA-LICSALDO    PIC X(100)   VALUE SPACES.
           05 WS-RUTA-LIQDET      PIC X(100)   VALUE SPACES.
           05 WS-RUTA-LIQREP      PIC X(100)   VALUE SPACES.

       01  WS-RUTAS-DEFAULT.
           05 WS-DEF-BAJAS        PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\BAJAS.TXT".
           05 WS-DEF-LIQPARAM     PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\LIQPARAM.TXT".
           05 WS-DEF-LICSALDO     PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\LICSALDO.DAT".
           05 WS-DEF-LIQDET       PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\LIQDET.TXT".
           05 WS-DEF-LIQREP       PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\LIQREP.TXT".

       01  WS-FS-BAJAS            PIC X(02)    VALUE SPACES.
       01  WS-FS-LIQPARAM         PIC X(02)    VALUE SPACES.
       01  WS-FS-LICSALDO         PIC X(02)    VALUE SPACES.
       01  WS-FS-LIQDET           PIC X(02)    VALUE SPACES.
       01  WS-FS-LIQREP           PIC X(02)    VALUE SPACES.

      *PERIODO DE NOMINA (NOMINA_PERIODO, EL MISMO QUE USA PGM09).
      *SOLO SE LIQUIDAN LAS BAJAS GRABADAS PARA ESE PERIODO.
       01  WS-PARAMETROS.
           05 WS-PERIODO-X        PIC X(06)    VALUE SPACES.
           05 WS-PERIODO-R REDEFINES WS-PERIODO-X.
              10 WS-PERX-AAAA     PIC 9(04).
              10 WS-PERX-MM       PIC 9(02).
           05 WS-PERIODO          PIC 9(06)    VALUE 0.
           05 WS-PERIODO-D REDEFINES WS-PERIODO.
              10 WS-PER-AAAA      PIC 9(04).
              10 WS-PER-MM        PIC 9(02).

      *BAJA APLICADA POR PGM02 (VER 041-GRABA-BAJA DE PGM02), CON LOS
      *DATOS DEL MAESTRO AL MOMENTO DE LA BAJA.
       01  WS-REG-BAJA.
           05 WS-BAJ-NUMERO       PIC X(05).
           05 WS-BAJ-PERIODO-PAGO PIC 9(06).
           05 WS-BAJ-FECHA-BAJA   PIC 9(08).
           05 WS-BAJ-FECHA-BAJA-R REDEFINES WS-BAJ-FECHA-BAJA.
              10 WS-BAJ-BAJA-AAAA PIC 9(04).
              10 WS-BAJ-BAJA-MM   PIC 9(02).
              10 WS-BAJ-BAJA-DD   PIC 9(02).
           05 WS-BAJ-MOTIVO       PIC X(02).
           05 WS-BAJ-PREAVISO     PIC X(01).
              88 BAJ-PREAVISADO                VALUE 'S'.
           05 WS-BAJ-NOMBRE       PIC X(30).
           05 WS-BAJ-DEPTO        PIC 9(03).
           05 WS-BAJ-PUESTO       PIC 9(02).
           05 WS-BAJ-SALARIO      PIC 9(07)V99.
           05 WS-BAJ-FECHA-INGRESO PIC 9(08).
           05 WS-BAJ-FECHA-INGRESO-R REDEFINES WS-BAJ-FECHA-INGRESO.
              10 WS-BAJ-ING-AAAA  PIC 9(04).
              10 WS-BAJ-ING-MM    PIC 9(02).
              10 WS-BAJ-ING-DD    PIC 9(02).
           05 WS-BAJ-OPERADOR     PIC X(08).
           05 WS-BAJ-APROBADOR    PIC X(08).
           05 FILLER              PIC X(10).

      *REGLAS DE LIQUIDACION POR MOTIVO DE BAJA (LIQPARAM.TXT, LA
      *MISMA TABLA CONTRA LA QUE PGM08 VALIDA EL MOTIVO). PAGA
      *VACACIONES Y SAC: 'S' O 'N'. INDEMNIZACION: PORCENTAJE DEL
      *SALARIO POR ANO DE ANTIGUEDAD (CERO: NO CORRESPONDE); LA
      *FRACCION DE ANO MAYOR A LOS MESES INDICADOS CUENTA COMO ANO
      *ENTERO. PREAVISO: DIAS SI LA ANTIGUEDAD ES MENOR O MAYOR AL
      *CORTE EN ANOS (AMBOS EN CERO: NO CORRESPONDE).
       01  WS-REG-LIQPARAM.
           05 WS-LQP-MOTIVO       PIC X(02).
           05 WS-LQP-DESCRIPCION  PIC X(20).
           05 WS-LQP-PAGA-VACACIONES PIC X(01).
           05 WS-LQP-PAGA-SAC     PIC X(01).
           05 WS-LQP-IND-PORCENTAJE PIC 9(03).
           05 WS-LQP-IND-FRACCION PIC 9(02).
           05 WS-LQP-PRE-CORTE    PIC 9(02).
           05 WS-LQP-PRE-DIAS-MENOR PIC 9(03).
           05 WS-LQP-PRE-DIAS-MAYOR PIC 9(03).
           05 FILLER              PIC X(03).

       01  WS-CONTROL-MOTIVOS.
           05 WS-MOT-IX           PIC 9(02)    VALUE 0.
           05 WS-MOTIVOS-CARGADOS PIC 9(02)    VALUE 0.
           05 WS-MOT-MAXIMO       PIC 9(02)    VALUE 50.
           05 WS-MOT-BUSCADO      PIC X(02)    VALUE SPACES.
           05 WS-SW-MOTIVO        PIC X(01)    VALUE 'N'.
              88 MOTIVO-ENCONTRADO             VALUE 'S'.
              88 MOTIVO-NO-ENCONTRADO          VALUE 'N'.
           05 WS-MOT-IGNORADOS    PIC 9(03)    VALUE 0.

       01  WS-TABLA-MOTIVOS.
           05 WS-MOT-TAB          OCCURS 50 TIMES.
              10 WS-MOT-TAB-CODIGO   PIC X(02)    VALUE SPACES.
              10 WS-MOT-TAB-DESCRIPCION PIC X(20) VALUE SPACES.
              10 WS-MOT-TAB-VACACIONES PIC X(01)  VALUE 'N'.
                 88 MOT-PAGA-VACACIONES           VALUE 'S'.
              10 WS-MOT-TAB-SAC      PIC X(01)    VALUE 'N'.
                 88 MOT-PAGA-SAC                  VALUE 'S'.
              10 WS-MOT-TAB-IND-PCT  PIC 9(03)    VALUE 0.
              10 WS-MOT-TAB-FRACCION PIC 9(02)    VALUE 0.
              10 WS-MOT-TAB-CORTE    PIC 9(02)    VALUE 0.
              10 WS-MOT-TAB-MENOR    PIC 9(03)    VALUE 0.
              10 WS-MOT-TAB-MAYOR    PIC 9(03)    VALUE 0.

      *SALDO DE VACACIONES POR EMPLEADO DE PGM20 (VER WS-REG-SALDO DE
      *PGM20). SALDO = DIAS DEL ANO NO TOMADOS MAS ARRASTRE PENDIENTE.
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
           05 FILLER              PIC X(13).

      *DETALLE DE LIQUIDACION FINAL PARA PGM09: UN REGISTRO POR
      *EMPLEADO LIQUIDADO. LO GRAVADO PAGA IMPUESTO Y SEGURIDAD
      *SOCIAL; LO EXENTO (INDEMNIZACION Y PREAVISO) NO.
       01  WS-REG-LIQDET.
           05 WS-LQD-NUMERO       PIC X(05).
           05 WS-LQD-PERIODO-PAGO PIC 9(06).
           05 WS-LQD-FECHA-BAJA   PIC 9(08).
           05 WS-LQD-MOTIVO       PIC X(02).
           05 WS-LQD-PREAVISO     PIC X(01).
           05 WS-LQD-NOMBRE       PIC X(30).
           05 WS-LQD-DEPTO        PIC 9(03).
           05 WS-LQD-SALARIO      PIC 9(07)V99.
           05 WS-LQD-ANTIGUEDAD   PIC 9(02).
           05 WS-LQD-ANIOS-IND    PIC 9(02).
           05 WS-LQD-DIAS-MES     PIC 9(02).
           05 WS-LQD-DIAS-VAC     PIC 9(03).
           05 WS-LQD-DIAS-PREAVISO PIC 9(03).
           05 WS-LQD-IMP-MES      PIC 9(07)V99.
           05 WS-LQD-IMP-VACACIONES PIC 9(07)V99.
           05 WS-LQD-IMP-SAC      PIC 9(07)V99.
           05 WS-LQD-IMP-INDEMNIZACION PIC 9(09)V99.
           05 WS-LQD-IMP-PREAVISO PIC 9(07)V99.
           05 WS-LQD-TOTAL-GRAVADO PIC 9(09)V99.
           05 WS-LQD-TOTAL-EXENTO PIC 9(09)V99.
           05 WS-LQD-TOTAL        PIC 9(09)V99.
           05 WS-LQD-OPERADOR     PIC X(08).
           05 WS-LQD-APROBADOR    PIC X(08).
           05 FILLER              PIC X(08)    VALUE SPACES.

      *CALCULO DE LA LIQUIDACION DEL EMPLEADO EN PROCESO. LOS DIAS SE
      *CUENTAN CORRIDOS Y AMBOS EXTREMOS INCLUSIVE, COMO EN PGM20.
       01  WS-CALCULO-LIQ.
           05 WS-LIQ-MESES-SERV   PIC 9(05)    VALUE 0.
           05 WS-LIQ-ANTIGUEDAD   PIC 9(02)    VALUE 0.
           05 WS-LIQ-RESTO-MESES  PIC 9(02)    VALUE 0.
           05 WS-LIQ-ANIOS-IND    PIC 9(02)    VALUE 0.
           05 WS-LIQ-DIAS-MES     PIC 9(02)    VALUE 0.
           05 WS-LIQ-DIA-ING      PIC 9(02)    VALUE 0.
           05 WS-LIQ-DIAS-VAC     PIC 9(03)    VALUE 0.
           05 WS-LIQ-DIAS-PREAV   PIC 9(03)    VALUE 0.
           05 WS-LIQ-DIAS-SEM     PIC 9(03)    VALUE 0.
           05 WS-LIQ-BASE-SEM     PIC 9(03)    VALUE 0.
           05 WS-LIQ-DIAS-ANIO    PIC 9(03)    VALUE 0.
           05 WS-LIQ-BASE-ANIO    PIC 9(03)    VALUE 0.
           05 WS-LIQ-VAC-PROP     PIC 9(03)    VALUE 0.
           05 WS-LIQ-VAC-USADO    PIC S9(04)   VALUE 0.
           05 WS-LIQ-VAC-ADEUDADO PIC S9(04)   VALUE 0.
           05 WS-LIQ-DESDE        PIC 9(08)    VALUE 0.
           05 WS-LIQ-INICIO       PIC 9(08)    VALUE 0.
           05 WS-LIQ-FIN          PIC 9(08)    VALUE 0.
           05 WS-LIQ-IMP-MES      PIC 9(07)V99 VALUE 0.
           05 WS-LIQ-IMP-VAC      PIC 9(07)V99 VALUE 0.
           05 WS-LIQ-IMP-SAC      PIC 9(07)V99 VALUE 0.
           05 WS-LIQ-IMP-IND      PIC 9(09)V99 VALUE 0.
           05 WS-LIQ-IMP-PREAV    PIC 9(07)V99 VALUE 0.
           05 WS-LIQ-GRAVADO      PIC 9(09)V99 VALUE 0.
           05 WS-LIQ-EXENTO       PIC 9(09)V99 VALUE 0.
           05 WS-LIQ-TOTAL        PIC 9(09)V99 VALUE 0.
           05 WS-SW-VACACIONES    PIC X(01)    VALUE 'X'.
              88 VAC-CON-SALDO                 VALUE 'S'.
              88 VAC-SIN-SALDO                 VALUE 'N'.
              88 VAC-NO-CORRESPONDE            VALUE 'X'.
           05 WS-SW-LIQUIDA       PIC X(01)    VALUE 'S'.
              88 BAJA-LIQUIDABLE               VALUE 'S'.
              88 BAJA-NO-LIQUIDABLE            VALUE 'N'.
           05 WS-NO-LIQ-MOTIVO    PIC X(80)    VALUE SPACES.
           05 WS-LIQ-OBSERVACION  PIC X(80)    VALUE SPACES.

      *EMPLEADOS YA LIQUIDADOS EN LA CORRIDA: UNA SEGUNDA BAJA DEL
      *MISMO EMPLEADO EN EL PERIODO NO SE VUELVE A LIQUIDAR.
       01  WS-TABLA-LIQUIDADOS.
           05 WS-LQE-TAB          OCCURS 100000 TIMES.
              10 WS-LQE-TAB-FLAG     PIC X(01)    VALUE 'N'.
                 88 EMP-YA-LIQUIDADO              VALUE 'S'.

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

      *TOTALES DE LA CORRIDA. BAJAS DEL PERIODO = LIQUIDADAS + NO
      *LIQUIDADAS + DUPLICADAS.
       01  WS-TOTALES-CORRIDA.
           05 WS-BAJ-LEIDAS       PIC 9(05)    VALUE 0.
           05 WS-BAJ-OTRO-PERIODO PIC 9(05)    VALUE 0.
           05 WS-BAJ-DEL-PERIODO  PIC 9(05)    VALUE 0.
           05 WS-BAJ-LIQUIDADAS   PIC 9(05)    VALUE 0.
           05 WS-BAJ-NO-LIQUIDADAS PIC 9(05)   VALUE 0.
           05 WS-BAJ-DUPLICADAS   PIC 9(05)    VALUE 0.
           05 WS-BAJ-CON-AVISO    PIC 9(05)    VALUE 0.
           05 WS-TOT-GRAVADO      PIC 9(11)V99 VALUE 0.
           05 WS-TOT-EXENTO       PIC 9(11)V99 VALUE 0.
           05 WS-TOT-LIQUIDADO    PIC 9(11)V99 VALUE 0.
           05 WS-NUM-IX           PIC 9(06)    VALUE 0.
           05 WS-SW-LICSALDO      PIC X(01)    VALUE 'N'.
              88 LICSALDO-ABIERTO              VALUE 'S'.

      *CODIGO DE RETORNO: 00 LIMPIA, 04 LIQUIDACIONES CON
      *OBSERVACIONES (SIN SALDO DE VACACIONES, BAJA DUPLICADA, SIN
      *ARCHIVO DE BAJAS O MOTIVOS IGNORADOS EN LIQPARAM); 08 BAJAS
      *QUE NO SE PUDIERON LIQUIDAR; 12 FALLA DE APERTURA.
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

      *LINEAS DEL LISTADO DE LIQUIDACIONES FINALES.
       01  WS-LST-TITULO.
           05 FILLER              PIC X(01)    VALUE X"0C".
           05 FILLER              PIC X(34)    VALUE
              "LIQUIDACIONES FINALES POR BAJA    ".
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

      *CABECERA DE LA LIQUIDACION DE CADA EMPLEADO.
       01  WS-LLQ-EMPLEADO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(09)    VALUE "EMPLEADO ".
           05 WS-LLQ-NUMERO       PIC X(05).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-LLQ-NOMBRE       PIC X(30).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "DEPTO ".
           05 WS-LLQ-DEPTO        PIC X(03).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(16)    VALUE
              "SALARIO MENSUAL ".
           05 WS-LLQ-SALARIO      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(30)    VALUE ' '.

       01  WS-LLQ-DATOS.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(07)    VALUE "MOTIVO ".
           05 WS-LLQ-MOTIVO       PIC X(02).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-LLQ-MOT-DESCRIPCION PIC X(20).
           05 FILLER              PIC X(07)    VALUE "  BAJA ".
           05 WS-LLQ-FECHA-BAJA   PIC X(10).
           05 FILLER              PIC X(10)    VALUE "  INGRESO ".
           05 WS-LLQ-FECHA-INGRESO PIC X(10).
           05 FILLER              PIC X(13)    VALUE "  ANTIGUEDAD ".
           05 WS-LLQ-ANTIGUEDAD   PIC Z9.
           05 FILLER              PIC X(05)    VALUE " ANOS".
           05 FILLER              PIC X(14)    VALUE
              "  PREAVISADO: ".
           05 WS-LLQ-PREAVISO     PIC X(01).
           05 FILLER              PIC X(17)    VALUE ' '.

       01  WS-LLQ-SUBTITULO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(35)    VALUE "CONCEPTO".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(40)    VALUE "DETALLE".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(14)    VALUE "       IMPORTE".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(11)    VALUE "TRATAMIENTO".
           05 FILLER              PIC X(13)    VALUE ' '.

       01  WS-LLQ-CONCEPTO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-LLQ-CON-NOMBRE   PIC X(35).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-LLQ-CON-DETALLE  PIC X(40).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-LLQ-CON-IMPORTE  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-LLQ-CON-TRATAMIENTO PIC X(11).
           05 FILLER              PIC X(13)    VALUE ' '.

       01  WS-LLQ-OBSERVACION.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-LLQ-OBS-TITULO   PIC X(15)    VALUE "OBSERVACION: ".
           05 WS-LLQ-OBS-TEXTO    PIC X(80).
           05 FILLER              PIC X(24)    VALUE ' '.

       01  WS-LLQ-FIRMAS.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(09)    VALUE "LIQUIDO: ".
           05 FILLER              PIC X(20)    VALUE ALL "_".
           05 FILLER              PIC X(03)    VALUE ' '.
           05 FILLER              PIC X(10)    VALUE "CONTROLO: ".
           05 FILLER              PIC X(20)    VALUE ALL "_".
           05 FILLER              PIC X(03)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "RRHH: ".
           05 FILLER              PIC X(20)    VALUE ALL "_".
           05 FILLER              PIC X(28)    VALUE ' '.

      *VALORES EDITADOS PARA ARMAR EL DETALLE DE CADA CONCEPTO.
       01  WS-EDICION-DETALLE.
           05 WS-ED-DIAS          PIC ZZ9.
           05 WS-ED-DIAS-2        PIC ZZ9.
           05 WS-ED-ANIOS         PIC Z9.
           05 WS-ED-PORCENTAJE    PIC ZZ9.

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

      *RESUMEN DE CONTROL DE LA CORRIDA.
       01  WS-LRS-RESUMEN.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-LRS-TEXTO        PIC X(50).
           05 WS-LRS-CANTIDAD     PIC ZZZ,ZZ9.
           05 FILLER              PIC X(62)    VALUE ' '.

       01  WS-LRS-IMPORTE.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-LRS-IMP-TEXTO    PIC X(50).
           05 WS-LRS-IMP-VALOR    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(52)    VALUE ' '.

       PROCEDURE DIVISION.
       010-INICIO.
           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE
           PERFORM 012-ARMA-RUTAS THRU 012-EXIT

           OPEN OUTPUT LIQREP
           IF WS-FS-LIQREP NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR LIQREP - STATUS "
                     WS-FS-LIQREP
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF
           MOVE WS-PER-AAAA       TO WS-LST-TIT-PER-AAAA
           MOVE WS-PER-MM         TO WS-LST-TIT-PER-MM
           MOVE WS-DATE-DD        TO WS-LST-TIT-DD
           MOVE WS-DATE-MM        TO WS-LST-TIT-MM
           MOVE WS-DATE-AAAA      TO WS-LST-TIT-AAAA
           PERFORM 015-ENCABEZADO THRU 015-EXIT

           PERFORM 013-CARGA-MOTIVOS THRU 013-EXIT

      *EL DETALLE SE REGENERA SIEMPRE, AUNQUE NO HAYA BAJAS, PARA
      *QUE PGM09 NO PAGUE UNA LIQUIDACION DE UNA CORRIDA ANTERIOR.
           OPEN OUTPUT LIQDET
           IF WS-FS-LIQDET NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR LIQDET - STATUS "
                     WS-FS-LIQDET
                CLOSE LIQREP
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF

      *SIN SALDOS DE VACACIONES SE LIQUIDA IGUAL: LAS VACACIONES DE
      *CADA EMPLEADO QUEDAN OBSERVADAS PARA QUE RRHH LAS LIQUIDE.
           OPEN INPUT LICSALDO
           IF WS-FS-LICSALDO = "00"
                SET LICSALDO-ABIERTO TO TRUE
           ELSE
                DISPLAY "AVISO: SIN ARCHIVO LICSALDO - STATUS "
                     WS-FS-LICSALDO
                MOVE 4             TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
           END-IF

           OPEN INPUT BAJAS
           IF WS-FS-BAJAS = "00"
                PERFORM 020-PROCESA-BAJA THRU 020-EXIT
                     UNTIL WS-FS-BAJAS = "10"
                CLOSE BAJAS
           ELSE
                DISPLAY "AVISO: SIN ARCHIVO DE BAJAS - STATUS "
                     WS-FS-BAJAS
                MOVE 4             TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
           END-IF

           CLOSE LIQDET
           IF LICSALDO-ABIERTO
                CLOSE LICSALDO
           END-IF
           PERFORM 100-FIN.

       012-ARMA-RUTAS.
           ACCEPT WS-RUTA-BAJAS FROM ENVIRONMENT "BAJAS_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-BAJAS TO WS-RUTA-BAJAS
           END-ACCEPT

           ACCEPT WS-RUTA-LIQPARAM FROM ENVIRONMENT "LIQPARAM_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-LIQPARAM TO WS-RUTA-LIQPARAM
           END-ACCEPT

           ACCEPT WS-RUTA-LICSALDO FROM ENVIRONMENT "LICSALDO_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-LICSALDO TO WS-RUTA-LICSALDO
           END-ACCEPT

           ACCEPT WS-RUTA-LIQDET FROM ENVIRONMENT "LIQDET_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-LIQDET TO WS-RUTA-LIQDET
           END-ACCEPT

           ACCEPT WS-RUTA-LIQREP FROM ENVIRONMENT "LIQREP_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-LIQREP TO WS-RUTA-LIQREP
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

      *CARGA LAS REGLAS POR MOTIVO DE BAJA. SIN ELLAS NO SE PUEDE
      *LIQUIDAR NADA: SE CORTA LA CORRIDA. UNA REGLA CON DATOS
      *INVALIDOS O REPETIDA SE IGNORA Y SE AVISA.
       013-CARGA-MOTIVOS.
           OPEN INPUT LIQPARAM
           IF WS-FS-LIQPARAM NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR LIQPARAM - STATUS "
                     WS-FS-LIQPARAM
                CLOSE LIQREP
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF
           PERFORM 0130-CARGA-UN-MOTIVO THRU 0130-EXIT
                UNTIL WS-FS-LIQPARAM = "10"
           CLOSE LIQPARAM
           IF WS-MOTIVOS-CARGADOS = 0
                DISPLAY "ERROR: TABLA DE MOTIVOS DE BAJA VACIA"
                CLOSE LIQREP
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF.
       013-EXIT.
           EXIT.

       0130-CARGA-UN-MOTIVO.
           READ LIQPARAM INTO WS-REG-LIQPARAM
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-LIQPARAM = "10"
                GO TO 0130-EXIT
           END-IF
           IF WS-LQP-MOTIVO = SPACES OR
              (WS-LQP-PAGA-VACACIONES NOT = 'S' AND
               WS-LQP-PAGA-VACACIONES NOT = 'N') OR
              (WS-LQP-PAGA-SAC NOT = 'S' AND
               WS-LQP-PAGA-SAC NOT = 'N') OR
              WS-LQP-IND-PORCENTAJE NOT NUMERIC OR
              WS-LQP-IND-FRACCION NOT NUMERIC OR
              WS-LQP-PRE-CORTE NOT NUMERIC OR
              WS-LQP-PRE-DIAS-MENOR NOT NUMERIC OR
              WS-LQP-PRE-DIAS-MAYOR NOT NUMERIC
                PERFORM 0131-MOTIVO-IGNORADO THRU 0131-EXIT
                GO TO 0130-EXIT
           END-IF
           MOVE WS-LQP-MOTIVO     TO WS-MOT-BUSCADO
           PERFORM 014-BUSCA-MOTIVO THRU 014-EXIT
           IF WS-MOT-IX NOT > WS-MOTIVOS-CARGADOS OR
              WS-MOTIVOS-CARGADOS NOT < WS-MOT-MAXIMO
                PERFORM 0131-MOTIVO-IGNORADO THRU 0131-EXIT
                GO TO 0130-EXIT
           END-IF

           ADD 1                  TO WS-MOTIVOS-CARGADOS
           MOVE WS-MOTIVOS-CARGADOS TO WS-MOT-IX
           MOVE WS-LQP-MOTIVO     TO WS-MOT-TAB-CODIGO (WS-MOT-IX)
           MOVE WS-LQP-DESCRIPCION
                TO WS-MOT-TAB-DESCRIPCION (WS-MOT-IX)
           MOVE WS-LQP-PAGA-VACACIONES
                TO WS-MOT-TAB-VACACIONES (WS-MOT-IX)
           MOVE WS-LQP-PAGA-SAC   TO WS-MOT-TAB-SAC (WS-MOT-IX)
           MOVE WS-LQP-IND-PORCENTAJE
                TO WS-MOT-TAB-IND-PCT (WS-MOT-IX)
           MOVE WS-LQP-IND-FRACCION
                TO WS-MOT-TAB-FRACCION (WS-MOT-IX)
           MOVE WS-LQP-PRE-CORTE  TO WS-MOT-TAB-CORTE (WS-MOT-IX)
           MOVE WS-LQP-PRE-DIAS-MENOR
                TO WS-MOT-TAB-MENOR (WS-MOT-IX)
           MOVE WS-LQP-PRE-DIAS-MAYOR
                TO WS-MOT-TAB-MAYOR (WS-MOT-IX).
       0130-EXIT.
           EXIT.

       0131-MOTIVO-IGNORADO.
           ADD 1                  TO WS-MOT-IGNORADOS
           DISPLAY "AVISO: MOTIVO IGNORADO EN LIQPARAM: "
                WS-REG-LIQPARAM
           MOVE 4                 TO WS-RC-NUEVO
           PERFORM 097-ELEVA-RC THRU 097-EXIT.
       0131-EXIT.
           EXIT.

      *BUSCA WS-MOT-BUSCADO. SI NO ESTA, WS-MOT-IX QUEDA MAYOR QUE
      *LA CANTIDAD CARGADA. LA COMPARACION SE HACE DENTRO DEL CICLO
      *PARA NO TOCAR LA TABLA FUERA DE LO CARGADO.
       014-BUSCA-MOTIVO.
           SET MOTIVO-NO-ENCONTRADO TO TRUE
           MOVE 1                 TO WS-MOT-IX
           PERFORM 0140-COMPARA-MOTIVO THRU 0140-EXIT
                UNTIL WS-MOT-IX > WS-MOTIVOS-CARGADOS OR
                      MOTIVO-ENCONTRADO.
       014-EXIT.
           EXIT.

       0140-COMPARA-MOTIVO.
           IF WS-MOT-TAB-CODIGO (WS-MOT-IX) = WS-MOT-BUSCADO
                SET MOTIVO-ENCONTRADO TO TRUE
                GO TO 0140-EXIT
           END-IF
           ADD 1                  TO WS-MOT-IX.
       0140-EXIT.
           EXIT.

       015-ENCABEZADO.
           MOVE WS-PAGINA-ACTUAL  TO WS-LST-TIT-PAGINA
           WRITE REG-LIQREP FROM WS-LST-TITULO AFTER ADVANCING 1
           WRITE REG-LIQREP FROM WS-LST-GUIONES AFTER ADVANCING 1
           MOVE 2                 TO WS-LINEA-CONT.
       015-EXIT.
           EXIT.

      *CADA LIQUIDACION VA ENTERA EN UNA PAGINA (HASTA 18 LINEAS).
       016-VERIFICA-SALTO.
           IF WS-LINEA-CONT > WS-MAX-LINEAS - 18
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
           WRITE REG-LIQREP FROM WS-LST-SECCION AFTER ADVANCING 2
           WRITE REG-LIQREP FROM WS-LST-GUIONES AFTER ADVANCING 1
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

      *UNA BAJA DEL ARCHIVO. LAS DE OTROS PERIODOS SE SALTEAN: YA SE
      *LIQUIDARON EN SU MES O SE LIQUIDARAN EN EL QUE CORRESPONDA.
       020-PROCESA-BAJA.
           READ BAJAS INTO WS-REG-BAJA
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-BAJAS = "10"
                GO TO 020-EXIT
           END-IF
           ADD 1                  TO WS-BAJ-LEIDAS
           IF WS-BAJ-PERIODO-PAGO NOT NUMERIC OR
              WS-BAJ-PERIODO-PAGO NOT = WS-PERIODO
                ADD 1              TO WS-BAJ-OTRO-PERIODO
                GO TO 020-EXIT
           END-IF
           ADD 1                  TO WS-BAJ-DEL-PERIODO

           PERFORM 021-VALIDA-BAJA THRU 021-EXIT
           IF BAJA-NO-LIQUIDABLE
                PERFORM 049-NO-LIQUIDA THRU 049-EXIT
                GO TO 020-EXIT
           END-IF

           MOVE SPACES            TO WS-LIQ-OBSERVACION
           PERFORM 022-ANTIGUEDAD THRU 022-EXIT
           PERFORM 023-HABERES-MES THRU 023-EXIT
           PERFORM 024-VACACIONES THRU 024-EXIT
           PERFORM 025-SAC THRU 025-EXIT
           PERFORM 026-INDEMNIZACION THRU 026-EXIT
           PERFORM 027-PREAVISO THRU 027-EXIT
           COMPUTE WS-LIQ-GRAVADO =
                WS-LIQ-IMP-MES + WS-LIQ-IMP-VAC + WS-LIQ-IMP-SAC
           COMPUTE WS-LIQ-EXENTO = WS-LIQ-IMP-IND + WS-LIQ-IMP-PREAV
           COMPUTE WS-LIQ-TOTAL = WS-LIQ-GRAVADO + WS-LIQ-EXENTO

           PERFORM 040-GRABA-DETALLE THRU 040-EXIT
           PERFORM 045-LISTA-LIQUIDACION THRU 045-EXIT.
       020-EXIT.
           EXIT.

      *SIN DATOS VALIDOS O SIN REGLA PARA EL MOTIVO NO HAY CALCULO
      *POSIBLE: LA BAJA SE LISTA Y RRHH LA RESUELVE (RC 8). UNA
      *SEGUNDA BAJA DEL MISMO EMPLEADO EN EL PERIODO SOLO SE AVISA.
       021-VALIDA-BAJA.
           SET BAJA-LIQUIDABLE    TO TRUE
           MOVE SPACES            TO WS-NO-LIQ-MOTIVO
           MOVE 8                 TO WS-RC-NUEVO
           IF WS-BAJ-NUMERO NOT NUMERIC
                SET BAJA-NO-LIQUIDABLE TO TRUE
                MOVE "NUMERO DE EMPLEADO INVALIDO" TO WS-NO-LIQ-MOTIVO
                GO TO 021-EXIT
           END-IF
           COMPUTE WS-NUM-IX = FUNCTION NUMVAL (WS-BAJ-NUMERO) + 1
           IF EMP-YA-LIQUIDADO (WS-NUM-IX)
                SET BAJA-NO-LIQUIDABLE TO TRUE
                MOVE 4             TO WS-RC-NUEVO
                MOVE "BAJA REPETIDA EN EL PERIODO: YA LIQUIDADA"
                                   TO WS-NO-LIQ-MOTIVO
                GO TO 021-EXIT
           END-IF
           IF WS-BAJ-SALARIO NOT NUMERIC
                SET BAJA-NO-LIQUIDABLE TO TRUE
                MOVE "SALARIO INVALIDO" TO WS-NO-LIQ-MOTIVO
                GO TO 021-EXIT
           END-IF
           MOVE WS-BAJ-FECHA-BAJA TO WS-FV-FECHA
           PERFORM 029-VALIDA-FECHA THRU 029-EXIT
           IF FECHA-INVALIDA
                SET BAJA-NO-LIQUIDABLE TO TRUE
                MOVE "FECHA DE BAJA INVALIDA" TO WS-NO-LIQ-MOTIVO
                GO TO 021-EXIT
           END-IF
           MOVE WS-BAJ-FECHA-INGRESO TO WS-FV-FECHA
           PERFORM 029-VALIDA-FECHA THRU 029-EXIT
           IF FECHA-INVALIDA
                SET BAJA-NO-LIQUIDABLE TO TRUE
                MOVE "FECHA DE INGRESO INVALIDA: SIN ANTIGUEDAD"
                                   TO WS-NO-LIQ-MOTIVO
                GO TO 021-EXIT
           END-IF
           IF WS-BAJ-FECHA-INGRESO > WS-BAJ-FECHA-BAJA
                SET BAJA-NO-LIQUIDABLE TO TRUE
                MOVE "FECHA DE INGRESO POSTERIOR A LA BAJA"
                                   TO WS-NO-LIQ-MOTIVO
                GO TO 021-EXIT
           END-IF
           MOVE WS-BAJ-MOTIVO     TO WS-MOT-BUSCADO
           PERFORM 014-BUSCA-MOTIVO THRU 014-EXIT
           IF WS-MOT-IX > WS-MOTIVOS-CARGADOS
                SET BAJA-NO-LIQUIDABLE TO TRUE
                STRING "MOTIVO DE BAJA '" DELIMITED BY SIZE
                       WS-BAJ-MOTIVO DELIMITED BY SIZE
                       "' SIN REGLA EN LIQPARAM" DELIMITED BY SIZE
                     INTO WS-NO-LIQ-MOTIVO
                END-STRING
           END-IF.
       021-EXIT.
           EXIT.

      *ANTIGUEDAD EN MESES CUMPLIDOS DESDE LA FECHA DE INGRESO HASTA
      *LA BAJA, EN ANOS CUMPLIDOS Y MESES DE FRACCION.
       022-ANTIGUEDAD.
           COMPUTE WS-LIQ-MESES-SERV =
                (WS-BAJ-BAJA-AAAA * 12 + WS-BAJ-BAJA-MM) -
                (WS-BAJ-ING-AAAA * 12 + WS-BAJ-ING-MM)
           IF WS-BAJ-BAJA-DD < WS-BAJ-ING-DD AND WS-LIQ-MESES-SERV > 0
                SUBTRACT 1         FROM WS-LIQ-MESES-SERV
           END-IF
           DIVIDE WS-LIQ-MESES-SERV BY 12 GIVING WS-LIQ-ANTIGUEDAD
                REMAINDER WS-LIQ-RESTO-MESES.
       022-EXIT.
           EXIT.

      *HABERES DEL MES HASTA EL DIA DE LA BAJA, SOBRE MES COMERCIAL
      *DE 30 DIAS (DESDE EL INGRESO SI ENTRO EN EL MISMO MES). EL
      *ULTIMO DIA DEL MES Y EL 31 CUENTAN COMO DIA 30, ASI UNA BAJA A
      *FIN DE FEBRERO COBRA EL MES ENTERO.
       023-HABERES-MES.
           MOVE WS-BAJ-BAJA-AAAA  TO WS-DM-AAAA
           MOVE WS-BAJ-BAJA-MM    TO WS-DM-MM
           PERFORM 028-DIAS-DEL-MES THRU 028-EXIT
           IF WS-BAJ-BAJA-DD > 30 OR WS-BAJ-BAJA-DD = WS-DM-DIAS
                MOVE 30            TO WS-LIQ-DIAS-MES
           ELSE
                MOVE WS-BAJ-BAJA-DD TO WS-LIQ-DIAS-MES
           END-IF
           IF WS-BAJ-ING-AAAA = WS-BAJ-BAJA-AAAA AND
              WS-BAJ-ING-MM = WS-BAJ-BAJA-MM
                IF WS-BAJ-ING-DD > 30 OR WS-BAJ-ING-DD = WS-DM-DIAS
                     MOVE 30       TO WS-LIQ-DIA-ING
                ELSE
                     MOVE WS-BAJ-ING-DD TO WS-LIQ-DIA-ING
                END-IF
                COMPUTE WS-LIQ-DIAS-MES =
                     WS-LIQ-DIAS-MES - WS-LIQ-DIA-ING + 1
           END-IF
           COMPUTE WS-LIQ-IMP-MES ROUNDED =
                WS-BAJ-SALARIO * WS-LIQ-DIAS-MES / 30.
       023-EXIT.
           EXIT.

      *VACACIONES NO GOZADAS: LO QUE CORRESPONDE DEL ANO EN
      *PROPORCION A LO TRABAJADO HASTA LA BAJA, MAS EL ARRASTRE
      *PENDIENTE, MENOS LO YA TOMADO DEL ANO. EL DIA SE PAGA A UN
      *VEINTICINCOAVO DEL SALARIO. HACE FALTA EL SALDO DE PGM20 DEL
      *ANO DE LA BAJA; SI NO ESTA SE OBSERVA (RC 4).
       024-VACACIONES.
           MOVE 0                 TO WS-LIQ-DIAS-VAC
           MOVE 0                 TO WS-LIQ-IMP-VAC
           MOVE 0                 TO WS-LIQ-VAC-PROP
           SET VAC-NO-CORRESPONDE TO TRUE
           IF NOT MOT-PAGA-VACACIONES (WS-MOT-IX)
                GO TO 024-EXIT
           END-IF
           SET VAC-SIN-SALDO      TO TRUE
           IF NOT LICSALDO-ABIERTO
                GO TO 024-SIN-SALDO
           END-IF
           MOVE WS-BAJ-NUMERO     TO REG-SAL-NUMERO
           READ LICSALDO INTO WS-REG-SALDO
                INVALID KEY
                   SET VAC-SIN-SALDO TO TRUE
                NOT INVALID KEY
                   SET VAC-CON-SALDO TO TRUE
           END-READ
           IF VAC-SIN-SALDO
                GO TO 024-SIN-SALDO
           END-IF
           IF WS-SAL-ANIO NOT = WS-BAJ-BAJA-AAAA OR
              WS-SAL-DERECHO NOT NUMERIC OR
              WS-SAL-SALDO NOT NUMERIC OR
              WS-SAL-ARR-PENDIENTE NOT NUMERIC OR
              WS-SAL-EXCEDIDOS NOT NUMERIC
                SET VAC-SIN-SALDO  TO TRUE
                GO TO 024-SIN-SALDO
           END-IF

           COMPUTE WS-LIQ-INICIO = WS-BAJ-BAJA-AAAA * 10000 + 101
           COMPUTE WS-LIQ-FIN    = WS-BAJ-BAJA-AAAA * 10000 + 1231
           IF WS-BAJ-FECHA-INGRESO > WS-LIQ-INICIO
                MOVE WS-BAJ-FECHA-INGRESO TO WS-LIQ-DESDE
           ELSE
                MOVE WS-LIQ-INICIO TO WS-LIQ-DESDE
           END-IF
           COMPUTE WS-LIQ-BASE-ANIO =
                FUNCTION INTEGER-OF-DATE (WS-LIQ-FIN) -
                FUNCTION INTEGER-OF-DATE (WS-LIQ-DESDE) + 1
           COMPUTE WS-LIQ-DIAS-ANIO =
                FUNCTION INTEGER-OF-DATE (WS-BAJ-FECHA-BAJA) -
                FUNCTION INTEGER-OF-DATE (WS-LIQ-DESDE) + 1
           COMPUTE WS-LIQ-VAC-PROP ROUNDED =
                WS-SAL-DERECHO * WS-LIQ-DIAS-ANIO / WS-LIQ-BASE-ANIO
           COMPUTE WS-LIQ-VAC-USADO = WS-SAL-DERECHO -
                (WS-SAL-SALDO - WS-SAL-ARR-PENDIENTE) +
                WS-SAL-EXCEDIDOS
           COMPUTE WS-LIQ-VAC-ADEUDADO = WS-LIQ-VAC-PROP +
                WS-SAL-ARR-PENDIENTE - WS-LIQ-VAC-USADO
           IF WS-LIQ-VAC-ADEUDADO > 0
                MOVE WS-LIQ-VAC-ADEUDADO TO WS-LIQ-DIAS-VAC
           END-IF
           IF WS-LIQ-VAC-ADEUDADO < 0
                MOVE "VACACIONES TOMADAS DE MAS: NO SE DESCUENTAN"
                                   TO WS-LIQ-OBSERVACION
           END-IF
           COMPUTE WS-LIQ-IMP-VAC ROUNDED =
                WS-BAJ-SALARIO * WS-LIQ-DIAS-VAC / 25
           GO TO 024-EXIT.
       024-SIN-SALDO.
           MOVE "SIN SALDO DE VACACIONES DEL ANO: LIQUIDAR A MANO"
                                  TO WS-LIQ-OBSERVACION
           MOVE 4                 TO WS-RC-NUEVO
           PERFORM 097-ELEVA-RC THRU 097-EXIT.
       024-EXIT.
           EXIT.

      *SAC PROPORCIONAL: MEDIO SALARIO POR LOS DIAS TRABAJADOS EN EL
      *SEMESTRE DE LA BAJA (DESDE EL INGRESO SI FUE POSTERIOR AL
      *INICIO DEL SEMESTRE) SOBRE LOS DIAS DEL SEMESTRE.
       025-SAC.
           MOVE 0                 TO WS-LIQ-DIAS-SEM
           MOVE 0                 TO WS-LIQ-IMP-SAC
           IF NOT MOT-PAGA-SAC (WS-MOT-IX)
                GO TO 025-EXIT
           END-IF
           IF WS-BAJ-BAJA-MM < 7
                COMPUTE WS-LIQ-INICIO = WS-BAJ-BAJA-AAAA * 10000 + 101
                COMPUTE WS-LIQ-FIN = WS-BAJ-BAJA-AAAA * 10000 + 630
           ELSE
                COMPUTE WS-LIQ-INICIO = WS-BAJ-BAJA-AAAA * 10000 + 701
                COMPUTE WS-LIQ-FIN = WS-BAJ-BAJA-AAAA * 10000 + 1231
           END-IF
           IF WS-BAJ-FECHA-INGRESO > WS-LIQ-INICIO
                MOVE WS-BAJ-FECHA-INGRESO TO WS-LIQ-DESDE
           ELSE
                MOVE WS-LIQ-INICIO TO WS-LIQ-DESDE
           END-IF
           COMPUTE WS-LIQ-BASE-SEM =
                FUNCTION INTEGER-OF-DATE (WS-LIQ-FIN) -
                FUNCTION INTEGER-OF-DATE (WS-LIQ-INICIO) + 1
           COMPUTE WS-LIQ-DIAS-SEM =
                FUNCTION INTEGER-OF-DATE (WS-BAJ-FECHA-BAJA) -
                FUNCTION INTEGER-OF-DATE (WS-LIQ-DESDE) + 1
           COMPUTE WS-LIQ-IMP-SAC ROUNDED =
                WS-BAJ-SALARIO * WS-LIQ-DIAS-SEM /
                (2 * WS-LIQ-BASE-SEM).
       025-EXIT.
           EXIT.

      *INDEMNIZACION POR ANTIGUEDAD: EL PORCENTAJE DEL MOTIVO DE UN
      *SALARIO POR ANO. LA FRACCION MAYOR A LOS MESES DE LA REGLA
      *CUENTA COMO ANO; SI CORRESPONDE, NUNCA MENOS DE UN ANO.
       026-INDEMNIZACION.
           MOVE 0                 TO WS-LIQ-ANIOS-IND
           MOVE 0                 TO WS-LIQ-IMP-IND
           IF WS-MOT-TAB-IND-PCT (WS-MOT-IX) = 0
                GO TO 026-EXIT
           END-IF
           MOVE WS-LIQ-ANTIGUEDAD TO WS-LIQ-ANIOS-IND
           IF WS-LIQ-RESTO-MESES > WS-MOT-TAB-FRACCION (WS-MOT-IX)
                ADD 1              TO WS-LIQ-ANIOS-IND
           END-IF
           IF WS-LIQ-ANIOS-IND = 0
                MOVE 1             TO WS-LIQ-ANIOS-IND
           END-IF
           COMPUTE WS-LIQ-IMP-IND ROUNDED =
                WS-BAJ-SALARIO * WS-LIQ-ANIOS-IND *
                WS-MOT-TAB-IND-PCT (WS-MOT-IX) / 100.
       026-EXIT.
           EXIT.

      *PREAVISO NO OTORGADO: LOS DIAS DE LA REGLA SEGUN LA
      *ANTIGUEDAD CUMPLIDA, SOBRE MES DE 30 DIAS. SI EL EMPLEADO FUE
      *PREAVISADO NO SE PAGA.
       027-PREAVISO.
           MOVE 0                 TO WS-LIQ-DIAS-PREAV
           MOVE 0                 TO WS-LIQ-IMP-PREAV
           IF WS-MOT-TAB-MENOR (WS-MOT-IX) = 0 AND
              WS-MOT-TAB-MAYOR (WS-MOT-IX) = 0
                GO TO 027-EXIT
           END-IF
           IF BAJ-PREAVISADO
                GO TO 027-EXIT
           END-IF
           IF WS-LIQ-ANTIGUEDAD < WS-MOT-TAB-CORTE (WS-MOT-IX)
                MOVE WS-MOT-TAB-MENOR (WS-MOT-IX) TO WS-LIQ-DIAS-PREAV
           ELSE
                MOVE WS-MOT-TAB-MAYOR (WS-MOT-IX) TO WS-LIQ-DIAS-PREAV
           END-IF
           COMPUTE WS-LIQ-IMP-PREAV ROUNDED =
                WS-BAJ-SALARIO * WS-LIQ-DIAS-PREAV / 30.
       027-EXIT.
           EXIT.

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

       040-GRABA-DETALLE.
           MOVE WS-BAJ-NUMERO     TO WS-LQD-NUMERO
           MOVE WS-BAJ-PERIODO-PAGO TO WS-LQD-PERIODO-PAGO
           MOVE WS-BAJ-FECHA-BAJA TO WS-LQD-FECHA-BAJA
           MOVE WS-BAJ-MOTIVO     TO WS-LQD-MOTIVO
           MOVE WS-BAJ-PREAVISO   TO WS-LQD-PREAVISO
           MOVE WS-BAJ-NOMBRE     TO WS-LQD-NOMBRE
           MOVE WS-BAJ-DEPTO      TO WS-LQD-DEPTO
           MOVE WS-BAJ-SALARIO    TO WS-LQD-SALARIO
           MOVE WS-LIQ-ANTIGUEDAD TO WS-LQD-ANTIGUEDAD
           MOVE WS-LIQ-ANIOS-IND  TO WS-LQD-ANIOS-IND
           MOVE WS-LIQ-DIAS-MES   TO WS-LQD-DIAS-MES
           MOVE WS-LIQ-DIAS-VAC   TO WS-LQD-DIAS-VAC
           MOVE WS-LIQ-DIAS-PREAV TO WS-LQD-DIAS-PREAVISO
           MOVE WS-LIQ-IMP-MES    TO WS-LQD-IMP-MES
           MOVE WS-LIQ-IMP-VAC    TO WS-LQD-IMP-VACACIONES
           MOVE WS-LIQ-IMP-SAC    TO WS-LQD-IMP-SAC
           MOVE WS-LIQ-IMP-IND    TO WS-LQD-IMP-INDEMNIZACION
           MOVE WS-LIQ-IMP-PREAV  TO WS-LQD-IMP-PREAVISO
           MOVE WS-LIQ-GRAVADO    TO WS-LQD-TOTAL-GRAVADO
           MOVE WS-LIQ-EXENTO     TO WS-LQD-TOTAL-EXENTO
           MOVE WS-LIQ-TOTAL      TO WS-LQD-TOTAL
           MOVE WS-BAJ-OPERADOR   TO WS-LQD-OPERADOR
           MOVE WS-BAJ-APROBADOR  TO WS-LQD-APROBADOR
           WRITE REG-LIQDET FROM WS-REG-LIQDET

           SET EMP-YA-LIQUIDADO (WS-NUM-IX) TO TRUE
           ADD 1                  TO WS-BAJ-LIQUIDADAS
           ADD WS-LIQ-GRAVADO     TO WS-TOT-GRAVADO
           ADD WS-LIQ-EXENTO      TO WS-TOT-EXENTO
           ADD WS-LIQ-TOTAL       TO WS-TOT-LIQUIDADO
           IF WS-LIQ-OBSERVACION NOT = SPACES
                ADD 1              TO WS-BAJ-CON-AVISO
           END-IF.
       040-EXIT.
           EXIT.

      *LIQUIDACION DEL EMPLEADO PARA RRHH: CABECERA, UN RENGLON POR
      *CONCEPTO, TOTALES Y LAS FIRMAS.
       045-LISTA-LIQUIDACION.
           PERFORM 046-LISTA-CABECERA THRU 046-EXIT
           WRITE REG-LIQREP FROM WS-LLQ-SUBTITULO AFTER ADVANCING 2
           ADD 2                  TO WS-LINEA-CONT

           MOVE "HABERES DEL MES"  TO WS-LLQ-CON-NOMBRE
           MOVE WS-LIQ-DIAS-MES   TO WS-ED-DIAS
           MOVE SPACES            TO WS-LLQ-CON-DETALLE
           STRING WS-ED-DIAS      DELIMITED BY SIZE
                  " DIAS DE 30"   DELIMITED BY SIZE
                INTO WS-LLQ-CON-DETALLE
           END-STRING
           MOVE WS-LIQ-IMP-MES    TO WS-LLQ-CON-IMPORTE
           MOVE "GRAVADO"         TO WS-LLQ-CON-TRATAMIENTO
           PERFORM 047-LISTA-CONCEPTO THRU 047-EXIT

           MOVE "VACACIONES NO GOZADAS" TO WS-LLQ-CON-NOMBRE
           MOVE SPACES            TO WS-LLQ-CON-DETALLE
           IF VAC-NO-CORRESPONDE
                MOVE "NO CORRESPONDE POR EL MOTIVO"
                                   TO WS-LLQ-CON-DETALLE
           END-IF
           IF VAC-SIN-SALDO
                MOVE "SIN SALDO DE VACACIONES" TO WS-LLQ-CON-DETALLE
           END-IF
           IF VAC-CON-SALDO
                MOVE WS-LIQ-DIAS-VAC TO WS-ED-DIAS
                MOVE WS-LIQ-VAC-PROP TO WS-ED-DIAS-2
                STRING WS-ED-DIAS  DELIMITED BY SIZE
                       " DIAS (PROPORCIONAL " DELIMITED BY SIZE
                       WS-ED-DIAS-2 DELIMITED BY SIZE
                       ") A 1/25" DELIMITED BY SIZE
                     INTO WS-LLQ-CON-DETALLE
                END-STRING
           END-IF
           MOVE WS-LIQ-IMP-VAC    TO WS-LLQ-CON-IMPORTE
           MOVE "GRAVADO"         TO WS-LLQ-CON-TRATAMIENTO
           PERFORM 047-LISTA-CONCEPTO THRU 047-EXIT

           MOVE "SAC PROPORCIONAL" TO WS-LLQ-CON-NOMBRE
           MOVE SPACES            TO WS-LLQ-CON-DETALLE
           IF MOT-PAGA-SAC (WS-MOT-IX)
                MOVE WS-LIQ-DIAS-SEM TO WS-ED-DIAS
                MOVE WS-LIQ-BASE-SEM TO WS-ED-DIAS-2
                STRING WS-ED-DIAS  DELIMITED BY SIZE
                       " DIAS DE " DELIMITED BY SIZE
                       WS-ED-DIAS-2 DELIMITED BY SIZE
                       " DEL SEMESTRE" DELIMITED BY SIZE
                     INTO WS-LLQ-CON-DETALLE
                END-STRING
           ELSE
                MOVE "NO CORRESPONDE POR EL MOTIVO"
                                   TO WS-LLQ-CON-DETALLE
           END-IF
           MOVE WS-LIQ-IMP-SAC    TO WS-LLQ-CON-IMPORTE
           MOVE "GRAVADO"         TO WS-LLQ-CON-TRATAMIENTO
           PERFORM 047-LISTA-CONCEPTO THRU 047-EXIT

           MOVE "INDEMNIZACION POR ANTIGUEDAD" TO WS-LLQ-CON-NOMBRE
           MOVE SPACES            TO WS-LLQ-CON-DETALLE
           IF WS-LIQ-ANIOS-IND > 0
                MOVE WS-LIQ-ANIOS-IND TO WS-ED-ANIOS
                MOVE WS-MOT-TAB-IND-PCT (WS-MOT-IX)
                                   TO WS-ED-PORCENTAJE
                STRING WS-ED-ANIOS DELIMITED BY SIZE
                       " ANOS AL " DELIMITED BY SIZE
                       WS-ED-PORCENTAJE DELIMITED BY SIZE
                       "% DEL SALARIO" DELIMITED BY SIZE
                     INTO WS-LLQ-CON-DETALLE
                END-STRING
           ELSE
                MOVE "NO CORRESPONDE POR EL MOTIVO"
                                   TO WS-LLQ-CON-DETALLE
           END-IF
           MOVE WS-LIQ-IMP-IND    TO WS-LLQ-CON-IMPORTE
           MOVE "EXENTO"          TO WS-LLQ-CON-TRATAMIENTO
           PERFORM 047-LISTA-CONCEPTO THRU 047-EXIT

           MOVE "PREAVISO"        TO WS-LLQ-CON-NOMBRE
           MOVE SPACES            TO WS-LLQ-CON-DETALLE
           IF WS-LIQ-DIAS-PREAV > 0
                MOVE WS-LIQ-DIAS-PREAV TO WS-ED-DIAS
                STRING WS-ED-DIAS  DELIMITED BY SIZE
                       " DIAS NO PREAVISADOS" DELIMITED BY SIZE
                     INTO WS-LLQ-CON-DETALLE
                END-STRING
           ELSE
                IF BAJ-PREAVISADO
                     MOVE "EMPLEADO PREAVISADO"
                                   TO WS-LLQ-CON-DETALLE
                ELSE
                     MOVE "NO CORRESPONDE POR EL MOTIVO"
                                   TO WS-LLQ-CON-DETALLE
                END-IF
           END-IF
           MOVE WS-LIQ-IMP-PREAV  TO WS-LLQ-CON-IMPORTE
           MOVE "EXENTO"          TO WS-LLQ-CON-TRATAMIENTO
           PERFORM 047-LISTA-CONCEPTO THRU 047-EXIT

           MOVE SPACES            TO WS-LLQ-CON-DETALLE
           MOVE SPACES            TO WS-LLQ-CON-TRATAMIENTO
           MOVE "TOTAL GRAVADO"   TO WS-LLQ-CON-NOMBRE
           MOVE WS-LIQ-GRAVADO    TO WS-LLQ-CON-IMPORTE
           PERFORM 047-LISTA-CONCEPTO THRU 047-EXIT
           MOVE "TOTAL EXENTO"    TO WS-LLQ-CON-NOMBRE
           MOVE WS-LIQ-EXENTO     TO WS-LLQ-CON-IMPORTE
           PERFORM 047-LISTA-CONCEPTO THRU 047-EXIT
           MOVE "TOTAL LIQUIDACION FINAL" TO WS-LLQ-CON-NOMBRE
           MOVE WS-LIQ-TOTAL      TO WS-LLQ-CON-IMPORTE
           PERFORM 047-LISTA-CONCEPTO THRU 047-EXIT

           IF WS-LIQ-OBSERVACION NOT = SPACES
                MOVE "OBSERVACION: " TO WS-LLQ-OBS-TITULO
                MOVE WS-LIQ-OBSERVACION TO WS-LLQ-OBS-TEXTO
                WRITE REG-LIQREP FROM WS-LLQ-OBSERVACION
                     AFTER ADVANCING 1
                ADD 1              TO WS-LINEA-CONT
           END-IF
           WRITE REG-LIQREP FROM WS-LLQ-FIRMAS AFTER ADVANCING 3
           WRITE REG-LIQREP FROM WS-LST-GUIONES AFTER ADVANCING 1
           ADD 4                  TO WS-LINEA-CONT.
       045-EXIT.
           EXIT.

       046-LISTA-CABECERA.
           PERFORM 016-VERIFICA-SALTO THRU 016-EXIT
           MOVE WS-BAJ-NUMERO     TO WS-LLQ-NUMERO
           MOVE WS-BAJ-NOMBRE     TO WS-LLQ-NOMBRE
           MOVE WS-BAJ-DEPTO      TO WS-LLQ-DEPTO
           IF WS-BAJ-SALARIO NUMERIC
                MOVE WS-BAJ-SALARIO TO WS-LLQ-SALARIO
           ELSE
                MOVE 0             TO WS-LLQ-SALARIO
           END-IF
           MOVE WS-BAJ-MOTIVO     TO WS-LLQ-MOTIVO
           IF BAJA-LIQUIDABLE
                MOVE WS-MOT-TAB-DESCRIPCION (WS-MOT-IX)
                                   TO WS-LLQ-MOT-DESCRIPCION
                MOVE WS-LIQ-ANTIGUEDAD TO WS-LLQ-ANTIGUEDAD
           ELSE
                MOVE SPACES        TO WS-LLQ-MOT-DESCRIPCION
                MOVE 0             TO WS-LLQ-ANTIGUEDAD
           END-IF
           MOVE WS-BAJ-FECHA-BAJA TO WS-FED-FECHA
           PERFORM 018-EDITA-FECHA THRU 018-EXIT
           MOVE WS-FED-EDITADA    TO WS-LLQ-FECHA-BAJA
           MOVE WS-BAJ-FECHA-INGRESO TO WS-FED-FECHA
           PERFORM 018-EDITA-FECHA THRU 018-EXIT
           MOVE WS-FED-EDITADA    TO WS-LLQ-FECHA-INGRESO
           IF BAJ-PREAVISADO
                MOVE 'S'           TO WS-LLQ-PREAVISO
           ELSE
                MOVE 'N'           TO WS-LLQ-PREAVISO
           END-IF
           WRITE REG-LIQREP FROM WS-LLQ-EMPLEADO AFTER ADVANCING 2
           WRITE REG-LIQREP FROM WS-LLQ-DATOS AFTER ADVANCING 1
           ADD 3                  TO WS-LINEA-CONT.
       046-EXIT.
           EXIT.

       047-LISTA-CONCEPTO.
           WRITE REG-LIQREP FROM WS-LLQ-CONCEPTO AFTER ADVANCING 1
           ADD 1                  TO WS-LINEA-CONT.
       047-EXIT.
           EXIT.

      *BAJA QUE NO SE LIQUIDA: SE LISTA CON EL MOTIVO PARA QUE RRHH
      *LA RESUELVA.
       049-NO-LIQUIDA.
           IF WS-RC-NUEVO = 4
                ADD 1              TO WS-BAJ-DUPLICADAS
           ELSE
                ADD 1              TO WS-BAJ-NO-LIQUIDADAS
           END-IF
           PERFORM 097-ELEVA-RC THRU 097-EXIT
           DISPLAY "AVISO: BAJA NO LIQUIDADA " WS-BAJ-NUMERO ": "
                WS-NO-LIQ-MOTIVO
           PERFORM 046-LISTA-CABECERA THRU 046-EXIT
           MOVE "NO SE LIQUIDA: " TO WS-LLQ-OBS-TITULO
           MOVE WS-NO-LIQ-MOTIVO  TO WS-LLQ-OBS-TEXTO
           WRITE REG-LIQREP FROM WS-LLQ-OBSERVACION AFTER ADVANCING 2
           WRITE REG-LIQREP FROM WS-LST-GUIONES AFTER ADVANCING 1
           ADD 3                  TO WS-LINEA-CONT.
       049-EXIT.
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

      *RESUMEN DE CONTROL: BAJAS DEL PERIODO = LIQUIDADAS + NO
      *LIQUIDADAS + REPETIDAS. EL TOTAL LIQUIDADO ES EL QUE PAGA PGM09.
       100-FIN.
           MOVE "RESUMEN DE LA CORRIDA" TO WS-LST-SEC-TEXTO
           PERFORM 017-ABRE-SECCION THRU 017-EXIT
           MOVE "BAJAS LEIDAS"    TO WS-LRS-TEXTO
           MOVE WS-BAJ-LEIDAS     TO WS-LRS-CANTIDAD
           WRITE REG-LIQREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           MOVE "  DE OTROS PERIODOS (NO SE PROCESAN)"
                                  TO WS-LRS-TEXTO
           MOVE WS-BAJ-OTRO-PERIODO TO WS-LRS-CANTIDAD
           WRITE REG-LIQREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           MOVE "BAJAS DEL PERIODO" TO WS-LRS-TEXTO
           MOVE WS-BAJ-DEL-PERIODO TO WS-LRS-CANTIDAD
           WRITE REG-LIQREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           MOVE "  LIQUIDADAS"    TO WS-LRS-TEXTO
           MOVE WS-BAJ-LIQUIDADAS TO WS-LRS-CANTIDAD
           WRITE REG-LIQREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           MOVE "    CON OBSERVACIONES" TO WS-LRS-TEXTO
           MOVE WS-BAJ-CON-AVISO  TO WS-LRS-CANTIDAD
           WRITE REG-LIQREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           MOVE "  NO LIQUIDADAS (VER DETALLE)" TO WS-LRS-TEXTO
           MOVE WS-BAJ-NO-LIQUIDADAS TO WS-LRS-CANTIDAD
           WRITE REG-LIQREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           MOVE "  REPETIDAS (YA LIQUIDADAS EN LA CORRIDA)"
                                  TO WS-LRS-TEXTO
           MOVE WS-BAJ-DUPLICADAS TO WS-LRS-CANTIDAD
           WRITE REG-LIQREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           MOVE "MOTIVOS IGNORADOS EN LIQPARAM" TO WS-LRS-TEXTO
           MOVE WS-MOT-IGNORADOS  TO WS-LRS-CANTIDAD
           WRITE REG-LIQREP FROM WS-LRS-RESUMEN AFTER ADVANCING 1
           MOVE "TOTAL GRAVADO A PGM09" TO WS-LRS-IMP-TEXTO
           MOVE WS-TOT-GRAVADO    TO WS-LRS-IMP-VALOR
           WRITE REG-LIQREP FROM WS-LRS-IMPORTE AFTER ADVANCING 2
           MOVE "TOTAL EXENTO A PGM09" TO WS-LRS-IMP-TEXTO
           MOVE WS-TOT-EXENTO     TO WS-LRS-IMP-VALOR
           WRITE REG-LIQREP FROM WS-LRS-IMPORTE AFTER ADVANCING 1
           MOVE "TOTAL LIQUIDACIONES FINALES" TO WS-LRS-IMP-TEXTO
           MOVE WS-TOT-LIQUIDADO  TO WS-LRS-IMP-VALOR
           WRITE REG-LIQREP FROM WS-LRS-IMPORTE AFTER ADVANCING 1

           IF WS-BAJ-NO-LIQUIDADAS > 0
                DISPLAY "ERROR: BAJAS SIN LIQUIDAR: "
                     WS-BAJ-NO-LIQUIDADAS
           END-IF
           IF WS-BAJ-CON-AVISO > 0
                DISPLAY "AVISO: LIQUIDACIONES CON OBSERVACIONES: "
                     WS-BAJ-CON-AVISO
           END-IF

           CLOSE LIQREP
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           STOP RUN.
