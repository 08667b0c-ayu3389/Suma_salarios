      *          EXPORT (LA CIFRA DE CONTROL WS-TOT-SALARIOS DE       *
      *          PGM01); SI NO CUADRAN SE ALERTA Y SE ELEVA EL        *
      *          CODIGO DE RETORNO.                                   *
      *          CADA CORRIDA SUMA LO LIQUIDADO AL ACUMULADO ANUAL    *
      *          POR EMPLEADO (ACUMANUAL.DAT) MARCANDO EL PERIODO:    *
      *          UNA RECORRIDA DEL MISMO MES REEMPLAZA LO QUE YA SE   *
      *          HABIA SUMADO EN LUGAR DE DUPLICARLO. AL FINAL DEJA   *
      *          EL REGISTRO DE CONTROL DEL PERIODO (CTLNETOS.TXT)    *
      *          CONTRA EL QUE CUADRA EL CERTIFICADO ANUAL DE PGM14.  *
      *          LAS DIFERENCIAS RETROACTIVAS DE SALARIO QUE DEJO     *
      *          PGM02 PARA EL PERIODO (RETRODIF.TXT) SE PAGAN COMO   *
      *          UN RENGLON APARTE DE HABERES: EL IMPUESTO SE CALCULA *
      *          REPARTIENDO LA DIFERENCIA EN LOS MESES QUE CUBRE (NO *
      *          SE LIQUIDA TODO JUNTO EN EL TRAMO DEL MES) Y LA      *
      *          SEGURIDAD SOCIAL RESPETA EL TOPE DE CADA MES. SALE   *
      *          UN REPORTE DE CONTROL DE RETROACTIVOS (RETROCTL.TXT) *
      *          CON LO CARGADO, LO LIQUIDADO Y LO QUE QUEDO SIN      *
      *          LIQUIDAR.                                            *
      *          LOS DIAS DE LICENCIA SIN GOCE DEL PERIODO QUE DEJA   *
      *          PGM20 (LICDESC.TXT) SE DESCUENTAN DEL SUELDO DEL MES *
      *          (SUELDO / 30 POR DIA, TODO EL SUELDO CON 30 DIAS) Y  *
      *          EL IMPUESTO Y LA SEGURIDAD SOCIAL SE CALCULAN SOBRE  *
      *          EL BRUTO YA DESCONTADO.                              *
      *          LAS LIQUIDACIONES FINALES DE LAS BAJAS DEL PERIODO   *
      *          QUE DEJA PGM23 (LIQDET.TXT) SE PAGAN EN LUGAR DEL    *
      *          SUELDO DEL MES (QUE YA VIENE DENTRO DE LA            *
      *          LIQUIDACION): LO GRAVADO PAGA IMPUESTO Y SEGURIDAD   *
      *          SOCIAL COMO UN PAGO UNICO Y LO EXENTO (INDEMNIZACION *
      *          Y PREAVISO) VA LIMPIO AL NETO.                       *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PAGODET   ASSIGN TO DYNAMIC WS-RUTA-PAGODET
               FILE STATUS IS WS-FS-PAGODET.

           SELECT ACUMANUAL ASSIGN TO DYNAMIC WS-RUTA-ACUMANUAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ACU-CLAVE
               FILE STATUS IS WS-FS-ACUMANUAL.

           SELECT CTLNETOS  ASSIGN TO DYNAMIC WS-RUTA-CTLNETOS
               FILE STATUS IS WS-FS-CTLNETOS.

           SELECT RETRODIF  ASSIGN TO DYNAMIC WS-RUTA-RETRODIF
               FILE STATUS IS WS-FS-RETRODIF.

           SELECT RETROCTL  ASSIGN TO DYNAMIC WS-RUTA-RETROCTL
               FILE STATUS IS WS-FS-RETROCTL.

           SELECT LICDESC   ASSIGN TO DYNAMIC WS-RUTA-LICDESC
               FILE STATUS IS WS-FS-LICDESC.

           SELECT LIQDET    ASSIGN TO DYNAMIC WS-RUTA-LIQDET
               FILE STATUS IS WS-FS-LIQDET.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPORTA

       FD  NETOS

           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-NETOS              PIC X(150).

       FD  PAGODET

           BLOCK CONTAINS 0 RECORDS.
       01  REG-PAGODET            PIC X(120).

       FD  ACUMANUAL

           RECORD CONTAINS 420 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-ACUMANUAL.
           05 REG-ACU-CLAVE       PIC X(09).
           05 FILLER              PIC X(411).

       FD  CTLNETOS

           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CTLNETOS           PIC X(130).

       FD  RETRODIF

           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RETRODIF           PIC X(100).

       FD  RETROCTL

           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RETROCTL           PIC X(120).

       FD  LICDESC

           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-LICDESC            PIC X(20).

       FD  LIQDET

           RECORD CONTAINS 180 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-LIQDET             PIC X(180).

       WORKING-STORAGE SECTION.
      *RUTAS DE ARCHIVOS EXTERNALIZADAS POR VARIABLE DE ENTORNO.
       01  WS-RUTAS-ARCHIVOS.
           05 WS-RUTA-DEDUCFIJ    PIC X(100)   VALUE SPACES.
           05 WS-RUTA-NETOS       PIC X(100)   VALUE SPACES.
           05 WS-RUTA-PAGODET     PIC X(100)   VALUE SPACES.
           05 WS-RUTA-ACUMANUAL   PIC X(100)   VALUE SPACES.
           05 WS-RUTA-CTLNETOS    PIC X(100)   VALUE SPACES.
           05 WS-RUTA-RETRODIF    PIC X(100)   VALUE SPACES.
           05 WS-RUTA-RETROCTL    PIC X(100)   VALUE SPACES.
           05 WS-RUTA-LICDESC     PIC X(100)   VALUE SPACES.
           05 WS-RUTA-LIQDET      PIC X(100)   VALUE SPACES.

       01  WS-RUTAS-DEFAULT.
           05 WS-DEF-EXPORTA      PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\NETOS.TXT".
           05 WS-DEF-PAGODET      PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\PAGODET.TXT".
           05 WS-DEF-ACUMANUAL    PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\ACUMANUAL.DAT".
           05 WS-DEF-CTLNETOS     PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\CTLNETOS.TXT".
           05 WS-DEF-RETRODIF     PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\RETRODIF.TXT".
           05 WS-DEF-RETROCTL     PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\RETROCTL.TXT".
           05 WS-DEF-LICDESC      PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\LICDESC.TXT".
           05 WS-DEF-LIQDET       PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\LIQDET.TXT".

       01  WS-FS-EXPORTA          PIC X(02)    VALUE SPACES.
       01  WS-FS-IMPUESTOS        PIC X(02)    VALUE SPACES.
       01  WS-FS-DEDUCFIJ         PIC X(02)    VALUE SPACES.
       01  WS-FS-NETOS            PIC X(02)    VALUE SPACES.
       01  WS-FS-PAGODET          PIC X(02)    VALUE SPACES.
       01  WS-FS-ACUMANUAL        PIC X(02)    VALUE SPACES.
       01  WS-FS-CTLNETOS         PIC X(02)    VALUE SPACES.
       01  WS-FS-RETRODIF         PIC X(02)    VALUE SPACES.
       01  WS-FS-RETROCTL         PIC X(02)    VALUE SPACES.
       01  WS-FS-LICDESC          PIC X(02)    VALUE SPACES.
       01  WS-FS-LIQDET           PIC X(02)    VALUE SPACES.

      *CAMPOS DEL DETALLE DEL EXPORT (CSV DE 040-EXPORTA-DETALLE DE
      *PGM01). EL SALARIO VIAJA COMO DIGITOS SIN PUNTO (X(09)) Y SE
           05 WS-DED-IX           PIC 9(06)    VALUE 0.
           05 WS-DED-CARGADAS     PIC 9(05)    VALUE 0.

      *ADEMAS DEL TOTAL, CADA CONCEPTO SE GUARDA EN LA TABLA DE
      *CONCEPTOS ENCADENADA POR EMPLEADO (PRIMERO/ULTIMO EN LA TABLA
      *DIRECTA, SIGUIENTE EN CADA CONCEPTO) PARA EL ACUMULADO ANUAL
      *POR CONCEPTO. SI LA TABLA SE LLENA EL IMPORTE IGUAL ENTRA EN
      *EL TOTAL Y EN EL ACUMULADO VA A "OTROS CONCEPTOS".
       01  WS-TABLA-DEDUC.
           05 WS-DED-TAB          OCCURS 100000 TIMES.
              10 WS-DED-TAB-FLAG     PIC X(01)    VALUE 'N'.
                 88 DEDUC-CARGADA                 VALUE 'S'.
              10 WS-DED-TAB-IMPORTE  PIC 9(07)V99 VALUE 0.
              10 WS-DED-TAB-PRIMERO  PIC 9(05)    VALUE 0.
              10 WS-DED-TAB-ULTIMO   PIC 9(05)    VALUE 0.

       01  WS-CONTROL-CONCEPTOS.
           05 WS-CPT-IX           PIC 9(05)    VALUE 0.
           05 WS-CPT-CARGADOS     PIC 9(05)    VALUE 0.
           05 WS-CPT-MAXIMO       PIC 9(05)    VALUE 20000.
           05 WS-CPT-EXCEDIDOS    PIC 9(05)    VALUE 0.

       01  WS-TABLA-CONCEPTOS.
           05 WS-CPT-TAB          OCCURS 20000 TIMES.
              10 WS-CPT-TAB-CONCEPTO PIC X(20)    VALUE SPACES.
              10 WS-CPT-TAB-IMPORTE  PIC 9(07)V99 VALUE 0.
              10 WS-CPT-TAB-SIGUIENTE PIC 9(05)   VALUE 0.

      *PARAMETROS DE SEGURIDAD SOCIAL: PORCENTAJE SOBRE EL BRUTO CON
      *TOPE DE BASE IMPONIBLE. VIENEN POR VARIABLE DE ENTORNO CON
           05 WS-SEG-TOPE         PIC 9(07)V99 VALUE 500000.
           05 WS-SEG-BASE         PIC 9(07)V99 VALUE 0.

      *DIFERENCIAS RETROACTIVAS QUE GRABA PGM02 (040-GRABA-RETRO),
      *MISMO LAYOUT. SOLO SE TOMAN LAS DEL PERIODO QUE SE LIQUIDA.
       01  WS-REG-RETRO-REF.
           05 WS-RTR-NUMERO       PIC X(05).
           05 WS-RTR-PERIODO-PAGO PIC 9(06).
           05 WS-RTR-FECHA-EFECTIVA.
              10 WS-RTR-EFE-AAAA  PIC 9(04).
              10 WS-RTR-EFE-MM    PIC 9(02).
              10 WS-RTR-EFE-DD    PIC 9(02).
           05 WS-RTR-FECHA-CARGA.
              10 WS-RTR-CAR-AAAA  PIC 9(04).
              10 WS-RTR-CAR-MM    PIC 9(02).
              10 WS-RTR-CAR-DD    PIC 9(02).
           05 WS-RTR-MESES        PIC 9(03).
           05 WS-RTR-DIAS-PRIMERO PIC 9(02).
           05 WS-RTR-SAL-ANTERIOR PIC 9(07)V99.
           05 WS-RTR-SAL-NUEVO    PIC 9(07)V99.
           05 WS-RTR-DIFERENCIA   PIC 9(07)V99.
           05 WS-RTR-IMPORTE      PIC 9(09)V99.
           05 WS-RTR-OPERADOR     PIC X(08).
           05 WS-RTR-APROBADOR    PIC X(08).
           05 FILLER              PIC X(14).

      *LAS DIFERENCIAS DEL PERIODO SE SUMAN POR EMPLEADO EN UNA
      *TABLA DIRECTA POR NUMERO, COMO LAS DEDUCCIONES FIJAS. LOS
      *MESES QUE SE GUARDAN SON LOS DE LA DIFERENCIA MAS LARGA: SOBRE
      *ELLOS SE REPARTE EL IMPORTE PARA CALCULAR EL IMPUESTO. UN
      *EMPLEADO QUE VIENE EN MAS DE UNA SUCURSAL COBRA LA DIFERENCIA
      *UNA SOLA VEZ (LA PRIMERA) Y QUEDA MARCADO COMO LIQUIDADO.
       01  WS-TABLA-RETRO.
           05 WS-RTD-TAB          OCCURS 100000 TIMES.
              10 WS-RTD-TAB-FLAG     PIC X(01)    VALUE 'N'.
                 88 RETRO-CARGADO                 VALUE 'S'.
                 88 RETRO-LIQUIDADO               VALUE 'L'.
              10 WS-RTD-TAB-IMPORTE  PIC 9(09)V99 VALUE 0.
              10 WS-RTD-TAB-MESES    PIC 9(03)    VALUE 0.

      *CIFRAS DE CONTROL DE RETROACTIVOS: CARGADO DEL PERIODO =
      *LIQUIDADO EN NETOS + NO LIQUIDADO.
       01  WS-CONTROL-RETRO.
           05 WS-RTC-LEIDOS       PIC 9(05)    VALUE 0.
           05 WS-RTC-CARGADOS     PIC 9(05)    VALUE 0.
           05 WS-RTC-OTROS        PIC 9(05)    VALUE 0.
           05 WS-RTC-INVALIDOS    PIC 9(05)    VALUE 0.
           05 WS-RTC-LIQUIDADOS   PIC 9(05)    VALUE 0.
           05 WS-RTC-NO-LIQ       PIC 9(05)    VALUE 0.
           05 WS-RTC-TOT-CARGADO  PIC 9(11)V99 VALUE 0.
           05 WS-RTC-TOT-NO-LIQ   PIC 9(11)V99 VALUE 0.
           05 WS-RTC-IX           PIC 9(06)    VALUE 0.
           05 WS-RTC-NUMERO       PIC 9(05)    VALUE 0.
           05 WS-RTC-LINEA-CONT   PIC 9(03)    VALUE 0.
           05 WS-RTC-PAGINA       PIC 9(03)    VALUE 1.

      *CALCULO DEL NETO DEL EMPLEADO EN PROCESO.
       01  WS-CALCULO-NETO.
           05 WS-IMP-BASE         PIC 9(09)V99 VALUE 0.
           05 WS-IMPUESTO-EMP     PIC 9(07)V99 VALUE 0.
           05 WS-SEGSOC-EMP       PIC 9(07)V99 VALUE 0.
           05 WS-DEDFIJA-EMP      PIC 9(07)V99 VALUE 0.
           05 WS-TRAMO-BASE       PIC 9(09)V99 VALUE 0.
           05 WS-NUM-IX           PIC 9(06)    VALUE 0.

      *DIFERENCIA RETROACTIVA DEL EMPLEADO: EL IMPUESTO ES LO QUE
      *AUMENTA EL IMPUESTO DEL MES AL SUMARLE LA PARTE MENSUAL DE LA
      *DIFERENCIA, POR LA CANTIDAD DE MESES; LA SEGURIDAD SOCIAL IGUAL
      *PERO CON EL TOPE MENSUAL.
       01  WS-CALCULO-RETRO.
           05 WS-RETRO-EMP        PIC 9(07)V99 VALUE 0.
           05 WS-IMP-RETRO-EMP    PIC 9(07)V99 VALUE 0.
           05 WS-SEG-RETRO-EMP    PIC 9(07)V99 VALUE 0.
           05 WS-NETO-RETRO-EMP   PIC S9(07)V99 VALUE 0.
           05 WS-RETRO-MESES      PIC 9(03)    VALUE 0.
           05 WS-RETRO-MENSUAL    PIC 9(07)V99 VALUE 0.
           05 WS-IMP-SIN-RETRO    PIC 9(07)V99 VALUE 0.
           05 WS-SEG-BASE-RETRO   PIC 9(09)V99 VALUE 0.

      *DIAS DE LICENCIA SIN GOCE POR EMPLEADO QUE DEJA PGM20 PARA EL
      *PERIODO (LICDESC.TXT).
       01  WS-REG-LICDESC-REF.
           05 WS-LDS-NUMERO       PIC X(05).
           05 WS-LDS-PERIODO      PIC 9(06).
           05 WS-LDS-DIAS         PIC 9(02).
           05 FILLER              PIC X(07).

      *TABLA DIRECTA POR NUMERO, COMO LOS RETROACTIVOS. UN MES NO
      *TIENE MAS DE 30 DIAS DE NOMINA. EL EMPLEADO QUE VIENE EN MAS
      *DE UNA SUCURSAL TIENE EL DESCUENTO UNA SOLA VEZ (LA PRIMERA).
       01  WS-TABLA-LICENCIAS.
           05 WS-LIC-TAB          OCCURS 100000 TIMES.
              10 WS-LIC-TAB-FLAG     PIC X(01)    VALUE 'N'.
                 88 LIC-CARGADA                   VALUE 'S'.
                 88 LIC-APLICADA                  VALUE 'A'.
              10 WS-LIC-TAB-DIAS     PIC 9(02)    VALUE 0.

       01  WS-CONTROL-LICENCIAS.
           05 WS-LIC-LEIDOS       PIC 9(05)    VALUE 0.
           05 WS-LIC-INVALIDOS    PIC 9(05)    VALUE 0.
           05 WS-LIC-OTROS        PIC 9(05)    VALUE 0.
           05 WS-LIC-EMPLEADOS    PIC 9(05)    VALUE 0.
           05 WS-LIC-APLICADOS    PIC 9(05)    VALUE 0.
           05 WS-LIC-NO-APLICADOS PIC 9(05)    VALUE 0.
           05 WS-LIC-IX           PIC 9(06)    VALUE 0.
           05 WS-LIC-SUMA         PIC 9(03)    VALUE 0.

      *DESCUENTO DEL EMPLEADO: SUELDO / 30 POR DIA SIN GOCE, TODO EL
      *SUELDO CON 30 DIAS. EL BRUTO DEL MES ES EL SUELDO MENOS EL
      *DESCUENTO Y SOBRE EL SE CALCULAN IMPUESTO Y SEGURIDAD SOCIAL.
       01  WS-CALCULO-LICENCIA.
           05 WS-LIC-DIAS-EMP     PIC 9(02)    VALUE 0.
           05 WS-LICDESC-EMP      PIC 9(07)V99 VALUE 0.
           05 WS-BRUTO-MES        PIC 9(07)V99 VALUE 0.

      *LIQUIDACION FINAL QUE DEJA PGM23 (VER WS-REG-LIQDET DE PGM23),
      *MISMO LAYOUT. SOLO SE TOMAN LAS DEL PERIODO QUE SE LIQUIDA.
       01  WS-REG-LIQDET-REF.
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
           05 FILLER              PIC X(08).

      *TABLA DIRECTA POR NUMERO, COMO LOS RETROACTIVOS. EL EMPLEADO
      *QUE VIENE EN MAS DE UNA SUCURSAL COBRA LA LIQUIDACION UNA SOLA
      *VEZ (LA PRIMERA) Y QUEDA MARCADO COMO PAGADO.
       01  WS-TABLA-LIQUIDACION.
           05 WS-LQT-TAB          OCCURS 100000 TIMES.
              10 WS-LQT-TAB-FLAG     PIC X(01)    VALUE 'N'.
                 88 LIQ-CARGADA                   VALUE 'S'.
                 88 LIQ-PAGADA                    VALUE 'P'.
              10 WS-LQT-TAB-GRAVADO  PIC 9(09)V99 VALUE 0.
              10 WS-LQT-TAB-EXENTO   PIC 9(09)V99 VALUE 0.

       01  WS-CONTROL-LIQUIDACION.
           05 WS-LQC-LEIDOS       PIC 9(05)    VALUE 0.
           05 WS-LQC-INVALIDOS    PIC 9(05)    VALUE 0.
           05 WS-LQC-OTROS        PIC 9(05)    VALUE 0.
           05 WS-LQC-EMPLEADOS    PIC 9(05)    VALUE 0.
           05 WS-LQC-PAGADOS      PIC 9(05)    VALUE 0.
           05 WS-LQC-NO-PAGADOS   PIC 9(05)    VALUE 0.
           05 WS-LQC-IX           PIC 9(06)    VALUE 0.

      *LIQUIDACION FINAL DEL EMPLEADO: TRAE EL SUELDO DEL MES HASTA LA
      *BAJA, ASI QUE EL BRUTO DEL MES QUEDA EN CERO. EL IMPUESTO DE LO
      *GRAVADO SE CALCULA COMO UN PAGO UNICO CON LOS MISMOS TRAMOS Y
      *LA SEGURIDAD SOCIAL CON EL TOPE DEL MES; LO EXENTO NO PAGA NI
      *IMPUESTO NI SEGURIDAD SOCIAL.
       01  WS-CALCULO-LIQUIDACION.
           05 WS-SW-LIQ-EMP       PIC X(01)    VALUE 'N'.
              88 EMP-CON-LIQUIDACION           VALUE 'S'.
              88 EMP-SIN-LIQUIDACION           VALUE 'N'.
           05 WS-LIQ-GRAVADO-EMP  PIC 9(07)V99 VALUE 0.
           05 WS-LIQ-EXENTO-EMP   PIC 9(07)V99 VALUE 0.
           05 WS-LIQ-EMP          PIC 9(07)V99 VALUE 0.
           05 WS-IMP-LIQ-EMP      PIC 9(07)V99 VALUE 0.
           05 WS-SEG-LIQ-EMP      PIC 9(07)V99 VALUE 0.
           05 WS-NETO-LIQ-EMP     PIC S9(07)V99 VALUE 0.
           05 WS-IMP-SIN-LIQ      PIC 9(07)V99 VALUE 0.
           05 WS-SEG-BASE-LIQ     PIC 9(07)V99 VALUE 0.

      *TOTALES DE LA CORRIDA PARA LA RECONCILIACION Y EL LISTADO.
       01  WS-TOTALES-CORRIDA.
           05 WS-LEIDOS-EMP       PIC 9(05)    VALUE 0.
           05 WS-TOT-SEGSOC       PIC 9(11)V99 VALUE 0.
           05 WS-TOT-DEDFIJA      PIC 9(11)V99 VALUE 0.
           05 WS-TOT-NETO         PIC S9(11)V99 VALUE 0.
           05 WS-TOT-RETRO        PIC 9(11)V99 VALUE 0.
           05 WS-TOT-IMP-RETRO    PIC 9(11)V99 VALUE 0.
           05 WS-TOT-SEG-RETRO    PIC 9(11)V99 VALUE 0.
           05 WS-TOT-LICENCIA     PIC 9(11)V99 VALUE 0.
           05 WS-TOT-LIQUIDACION  PIC 9(11)V99 VALUE 0.
           05 WS-TOT-IMP-LIQ      PIC 9(11)V99 VALUE 0.
           05 WS-TOT-SEG-LIQ      PIC 9(11)V99 VALUE 0.
           05 WS-TOT-SUELDO-BAJA  PIC 9(11)V99 VALUE 0.

      *PERIODO DE NOMINA QUE SE LIQUIDA (NOMINA_PERIODO, AAAAMM). SI
      *NO VIENE UNO VALIDO SE TOMA EL MES DE LA FECHA DE CORRIDA,
      *COMO CIERRE_MES EN PGM12.
       01  WS-CONTROL-PERIODO.
           05 WS-PERIODO-X        PIC X(06)    VALUE SPACES.
           05 WS-PERIODO-R REDEFINES WS-PERIODO-X.
              10 WS-PERX-AAAA     PIC 9(04).
              10 WS-PERX-MM       PIC 9(02).
           05 WS-PERIODO          PIC 9(06)    VALUE 0.
           05 WS-PERIODO-D REDEFINES WS-PERIODO.
              10 WS-PER-AAAA      PIC 9(04).
              10 WS-PER-MM        PIC 9(02).

      *ACUMULADO ANUAL POR EMPLEADO, CLAVE NUMERO + ANO. LOS
      *IMPORTES DEL ULTIMO PERIODO SUMADO SE GUARDAN APARTE: SI LA
      *CORRIDA ES DEL MISMO PERIODO (RECORRIDA) SE RESTAN ANTES DE
      *SUMAR LOS NUEVOS; SI ES DE UN PERIODO ANTERIOR AL ULTIMO YA
      *SUMADO EL ACUMULADO NO SE TOCA Y SE AVISA. LOS CONCEPTOS DE
      *DEDUCCION FIJA OCUPAN 5 LUGARES; DESDE EL QUINTO EN ADELANTE
      *VAN JUNTOS COMO "OTROS CONCEPTOS".
       01  WS-REG-ACUM.
           05 WS-ACU-CLAVE.
              10 WS-ACU-NUMERO    PIC X(05).
              10 WS-ACU-ANIO      PIC 9(04).
           05 WS-ACU-ULT-PERIODO  PIC 9(06).
           05 WS-ACU-MESES        PIC 9(02).
           05 WS-ACU-SUCURSAL     PIC X(03).
           05 WS-ACU-NOMBRE       PIC X(30).
           05 WS-ACU-BRUTO        PIC 9(09)V99.
           05 WS-ACU-IMPUESTO     PIC 9(09)V99.
           05 WS-ACU-SEGSOC       PIC 9(09)V99.
           05 WS-ACU-DEDFIJA      PIC 9(09)V99.
           05 WS-ACU-NETO         PIC 9(09)V99.
           05 WS-ACU-CONCEPTO     OCCURS 5 TIMES.
              10 WS-ACU-CPT-NOMBRE   PIC X(20).
              10 WS-ACU-CPT-IMPORTE  PIC 9(09)V99.
           05 WS-ACU-ULTIMO.
              10 WS-ACU-ULT-BRUTO    PIC 9(07)V99.
              10 WS-ACU-ULT-IMPUESTO PIC 9(07)V99.
              10 WS-ACU-ULT-SEGSOC   PIC 9(07)V99.
              10 WS-ACU-ULT-DEDFIJA  PIC 9(07)V99.
              10 WS-ACU-ULT-NETO     PIC 9(07)V99.
              10 WS-ACU-ULT-CPT      PIC 9(07)V99 OCCURS 5 TIMES.
           05 FILLER              PIC X(70).

       01  WS-CONTROL-ACUM.
           05 WS-SW-ACUM          PIC X(01)    VALUE 'N'.
              88 ACUM-EXISTE                   VALUE 'S'.
              88 ACUM-NUEVO                    VALUE 'N'.
           05 WS-ACU-IX           PIC 9(02)    VALUE 0.
           05 WS-ACU-SLOT         PIC 9(02)    VALUE 0.
           05 WS-ACU-MAX-CPT      PIC 9(02)    VALUE 5.
           05 WS-ACU-OTROS        PIC 9(07)V99 VALUE 0.
           05 WS-ACU-CPT-NOM-B    PIC X(20)    VALUE SPACES.
           05 WS-ACU-CPT-IMP-B    PIC 9(07)V99 VALUE 0.
           05 WS-ACU-ACTUALIZADOS PIC 9(05)    VALUE 0.
           05 WS-ACU-REPROCESADOS PIC 9(05)    VALUE 0.
           05 WS-ACU-RECHAZADOS   PIC 9(05)    VALUE 0.

      *EMPLEADOS YA SUMADOS EN ESTA CORRIDA (UN MISMO NUMERO PUEDE
      *VENIR EN MAS DE UNA SUCURSAL): LA SEGUNDA VEZ SE SUMA ENCIMA
      *DEL PERIODO EN CURSO, NO SE TOMA COMO RECORRIDA.
       01  WS-TABLA-ACUM-CORRIDA.
           05 WS-ACC-TAB-FLAG     PIC X(01)    VALUE 'N'
                                  OCCURS 100000 TIMES.
              88 ACUM-EN-CORRIDA               VALUE 'S'.

      *REGISTRO DE CONTROL DEL PERIODO PARA EL CERTIFICADO ANUAL DE
      *PGM14: UNO POR CORRIDA; SI EL PERIODO SE RECORRE VALE EL
      *ULTIMO GRABADO, COMO EL CONSOLIDADO DE CONTROLES.TXT. BRUTO,
      *IMPUESTO Y SEGURIDAD SOCIAL INCLUYEN LOS RETROACTIVOS (IGUAL
      *QUE EL ACUMULADO ANUAL); EL BRUTO RETROACTIVO VA TAMBIEN APARTE.
      *EL BRUTO YA TIENE DESCONTADAS LAS LICENCIAS SIN GOCE, QUE SE
      *INFORMAN APARTE. DE LOS EMPLEADOS DADOS DE BAJA EL BRUTO TIENE
      *LA LIQUIDACION FINAL (GRAVADO Y EXENTO) EN LUGAR DEL SUELDO, Y
      *LA LIQUIDACION VA TAMBIEN APARTE.
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
           05 WS-CTN-LICENCIA     PIC 9(11)V99.
           05 WS-CTN-LIQUIDACION  PIC 9(11)V99.
           05 FILLER              PIC X(07)    VALUE SPACES.

      *CODIGO DE RETORNO PARA EL PLANIFICADOR: 00 LIMPIA, 08 LOS
      *TOTALES NO CUADRAN CON EL TRAILER DE PGM01, 12 FALLA DE
           05 WS-RC-NUEVO         PIC 9(02)    VALUE 0.

      *NETO EXPORTADO COMO CSV PARA NOMINA, CON LOS IMPORTES EN
      *DIGITOS SIN PUNTO COMO EN EXPORTA.TXT. DESPUES DEL NETO (QUE
      *ES EL TOTAL A PAGAR) VAN LA DIFERENCIA RETROACTIVA, SU
      *IMPUESTO Y SU SEGURIDAD SOCIAL; BRUTO/IMPUESTO/SEGSOC SON SOLO
      *LOS DEL MES. EL BRUTO YA VIENE SIN LOS DIAS DE LICENCIA SIN
      *GOCE, CUYO DESCUENTO VA DESPUES. AL FINAL VAN LA LIQUIDACION
      *FINAL DE UNA BAJA (GRAVADO MAS EXENTO), SU IMPUESTO Y SU
      *SEGURIDAD SOCIAL; CON LIQUIDACION EL BRUTO DEL MES ES CERO.
       01  WS-REG-NETO-EXP        PIC X(150)   VALUE SPACES.

       01  WS-EXP-SALIDA.
           05 WS-SAL-BRUTO        PIC 9(07)V99 VALUE 0.
           05 WS-SAL-NETO         PIC 9(07)V99 VALUE 0.
           05 WS-SAL-NETO-X REDEFINES WS-SAL-NETO
                                  PIC X(09).
           05 WS-SAL-RETRO        PIC 9(07)V99 VALUE 0.
           05 WS-SAL-RETRO-X REDEFINES WS-SAL-RETRO
                                  PIC X(09).
           05 WS-SAL-IMP-RETRO    PIC 9(07)V99 VALUE 0.
           05 WS-SAL-IMP-RETRO-X REDEFINES WS-SAL-IMP-RETRO
                                  PIC X(09).
           05 WS-SAL-SEG-RETRO    PIC 9(07)V99 VALUE 0.
           05 WS-SAL-SEG-RETRO-X REDEFINES WS-SAL-SEG-RETRO
                                  PIC X(09).
           05 WS-SAL-LICENCIA     PIC 9(07)V99 VALUE 0.
           05 WS-SAL-LICENCIA-X REDEFINES WS-SAL-LICENCIA
                                  PIC X(09).
           05 WS-SAL-LIQUIDACION  PIC 9(07)V99 VALUE 0.
           05 WS-SAL-LIQUIDACION-X REDEFINES WS-SAL-LIQUIDACION
                                  PIC X(09).
           05 WS-SAL-IMP-LIQ      PIC 9(07)V99 VALUE 0.
           05 WS-SAL-IMP-LIQ-X REDEFINES WS-SAL-IMP-LIQ
                                  PIC X(09).
           05 WS-SAL-SEG-LIQ      PIC 9(07)V99 VALUE 0.
           05 WS-SAL-SEG-LIQ-X REDEFINES WS-SAL-SEG-LIQ
                                  PIC X(09).

       01  WS-CURRENT-DATE.
           03 WS-ACTUAL-DATE.
           05 WS-PAG-AJUSTE       PIC X(10).
           05 FILLER              PIC X(07)    VALUE ' '.

      *RENGLON DE LA DIFERENCIA RETROACTIVA DEBAJO DEL EMPLEADO: EN
      *LAS COLUMNAS DE BRUTO, IMPUESTO Y SEG.SOCIAL VA LO DEL
      *RETROACTIVO; EL NETO DEL RENGLON DE ARRIBA YA LO INCLUYE.
       01  WS-PAG-DETALLE-RETRO.
           05 FILLER              PIC X(08)    VALUE ' '.
           05 FILLER              PIC X(14)    VALUE
              "  RETROACTIVO ".
           05 WS-PAG-RET-MESES    PIC ZZ9.
           05 FILLER              PIC X(08)    VALUE " MESES  ".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-PAG-RET-BRUTO    PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-PAG-RET-IMPUESTO PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-PAG-RET-SEGSOC   PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(46)    VALUE ' '.

      *RENGLON DE LICENCIA SIN GOCE DEBAJO DEL EMPLEADO: EL DESCUENTO
      *VA EN NEGATIVO EN LA COLUMNA DE BRUTO (QUE MUESTRA EL SUELDO);
      *IMPUESTO, SEG.SOCIAL Y NETO DEL RENGLON DE ARRIBA YA ESTAN
      *CALCULADOS SOBRE EL BRUTO DESCONTADO.
       01  WS-PAG-DETALLE-LIC.
           05 FILLER              PIC X(08)    VALUE ' '.
           05 FILLER              PIC X(14)    VALUE
              "  SIN GOCE    ".
           05 WS-PAG-LIC-DIAS     PIC ZZ9.
           05 FILLER              PIC X(08)    VALUE " DIAS   ".
           05 WS-PAG-LIC-IMPORTE  PIC -Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(74)    VALUE ' '.

      *RENGLONES DE LA LIQUIDACION FINAL DEBAJO DEL EMPLEADO: EL
      *SUELDO DEL MES VA EN NEGATIVO (YA ESTA DENTRO DE LA
      *LIQUIDACION) Y LA LIQUIDACION CON SU IMPUESTO Y SU SEGURIDAD
      *SOCIAL; EL NETO DEL RENGLON DE ARRIBA YA LA INCLUYE.
       01  WS-PAG-DETALLE-BAJA.
           05 FILLER              PIC X(08)    VALUE ' '.
           05 FILLER              PIC X(25)    VALUE
              "  SUELDO EN LIQ. FINAL   ".
           05 WS-PAG-BAJ-IMPORTE  PIC -Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(74)    VALUE ' '.

       01  WS-PAG-DETALLE-LIQ.
           05 FILLER              PIC X(08)    VALUE ' '.
           05 FILLER              PIC X(14)    VALUE
              "  LIQ. FINAL  ".
           05 FILLER              PIC X(11)    VALUE "(BAJA)".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-PAG-LIQ-BRUTO    PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-PAG-LIQ-IMPUESTO PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-PAG-LIQ-SEGSOC   PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(46)    VALUE ' '.

       01  WS-PAG-TOTALES.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(14)    VALUE "TOTAL EMPRESA ".
           05 WS-PAGT-NETO        PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(12)    VALUE ' '.

       01  WS-PAG-TOTALES-RETRO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(32)    VALUE
              "TOTAL RETROACTIVOS".
           05 WS-PAGT-RET-BRUTO   PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-PAGT-RET-IMP     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-PAGT-RET-SEG     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(43)    VALUE ' '.

       01  WS-PAG-TOTALES-LIC.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(31)    VALUE
              "TOTAL LICENCIAS SIN GOCE".
           05 WS-PAGT-LIC         PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(73)    VALUE ' '.

       01  WS-PAG-TOTALES-LIQ.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(32)    VALUE
              "TOTAL LIQUIDACIONES FINALES".
           05 WS-PAGT-LIQ-BRUTO   PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-PAGT-LIQ-IMP     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-PAGT-LIQ-SEG     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(43)    VALUE ' '.

       01  WS-PAG-LIQ-CONTROL.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(30)    VALUE
              "LIQUIDACIONES FINALES PAGADAS:".
           05 WS-PAG-LIQ-PAG      PIC ZZ,ZZ9.
           05 FILLER              PIC X(16)    VALUE
              "  NO PAGADAS:   ".
           05 WS-PAG-LIQ-NO-PAG   PIC ZZ,ZZ9.
           05 FILLER              PIC X(61)    VALUE ' '.

       01  WS-PAG-LIC-CONTROL.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(30)    VALUE
              "LICENCIAS SIN GOCE APLICADAS: ".
           05 WS-PAG-LIC-APL      PIC ZZ,ZZ9.
           05 FILLER              PIC X(16)    VALUE
              "  NO APLICADAS: ".
           05 WS-PAG-LIC-NO-APL   PIC ZZ,ZZ9.
           05 FILLER              PIC X(61)    VALUE ' '.

       01  WS-PAG-CONCILIA.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(25)    VALUE
           05 WS-PAG-TOT-AJU      PIC ZZ,ZZ9.
           05 FILLER              PIC X(83)    VALUE ' '.

       01  WS-PAG-ACUMULADO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(18)    VALUE
              "ACUMULADO ANUAL - ".
           05 FILLER              PIC X(08)    VALUE "PERIODO ".
           05 WS-PAG-ACU-AAAA     PIC 9(04).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-PAG-ACU-MM       PIC 9(02).
           05 FILLER              PIC X(16)    VALUE
              "  ACTUALIZADOS: ".
           05 WS-PAG-ACU-ACT      PIC ZZ,ZZ9.
           05 FILLER              PIC X(16)    VALUE
              "  REPROCESADOS: ".
           05 WS-PAG-ACU-REP      PIC ZZ,ZZ9.
           05 FILLER              PIC X(14)    VALUE
              "  RECHAZADOS: ".
           05 WS-PAG-ACU-RCH      PIC ZZ,ZZ9.
           05 FILLER              PIC X(22)    VALUE ' '.

       01  WS-PAG-ALERTA-ACUM.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(40)    VALUE
              "** ALERTA: PERIODO ANTERIOR AL ULTIMO YA".
           05 FILLER              PIC X(40)    VALUE
              " ACUMULADO - SIN CAMBIOS EN EL ACUMULADO".
           05 FILLER              PIC X(39)    VALUE ' '.

      *LINEAS DEL REPORTE DE CONTROL DE RETROACTIVOS.
       01  WS-RTC-TITULO.
           05 FILLER              PIC X(01)    VALUE X"0C".
           05 FILLER              PIC X(46)    VALUE
              "CONTROL DE DIFERENCIAS RETROACTIVAS - PERIODO ".
           05 WS-RTC-TIT-AAAA     PIC 9(04).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-RTC-TIT-MM       PIC 9(02).
           05 FILLER              PIC X(05)    VALUE ' '.
           05 FILLER              PIC X(07)    VALUE "FECHA: ".
           05 WS-RTC-TIT-DD       PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-RTC-TIT-MES      PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-RTC-TIT-ANIO     PIC 9(04).
           05 FILLER              PIC X(33)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "PAGINA: ".
           05 WS-RTC-TIT-PAGINA   PIC ZZ9.

       01  WS-RTC-SECCION.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-RTC-SEC-TEXTO    PIC X(60).
           05 FILLER              PIC X(59)    VALUE ' '.

      *DIFERENCIAS DEL PERIODO TAL COMO VINIERON DE PGM02.
       01  WS-RTC-SUB-CARGA.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(05)    VALUE "NUMER".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(10)    VALUE "RIGE DESDE".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(03)    VALUE "MES".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(12)    VALUE " SALARIO ANT".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(12)    VALUE " SALARIO NUE".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(12)    VALUE "  DIF. MENS.".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(14)    VALUE "       IMPORTE".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(10)    VALUE "CARGADA".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "OPERADOR".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "APROBAD.".
           05 FILLER              PIC X(08)    VALUE ' '.

       01  WS-RTC-DET-CARGA.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-RTC-NUMERO-C     PIC X(05).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-RTC-RIGE         PIC X(10).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-RTC-MESES        PIC ZZ9.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-RTC-SAL-ANT      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-RTC-SAL-NUE      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-RTC-DIF-MES      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-RTC-IMPORTE      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-RTC-CARGADA      PIC X(10).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-RTC-OPERADOR     PIC X(08).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-RTC-APROBADOR    PIC X(08).
           05 FILLER              PIC X(08)    VALUE ' '.

       01  WS-RTC-FECHA-ED.
           05 WS-RTC-FEC-DD       PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-RTC-FEC-MM       PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-RTC-FEC-AAAA     PIC 9(04).

      *DIFERENCIAS LIQUIDADAS EN ESTA CORRIDA, POR EMPLEADO.
       01  WS-RTC-SUB-LIQ.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(05)    VALUE "NUMER".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(25)    VALUE "NOMBRE".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(12)    VALUE " RETROACTIVO".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(03)    VALUE "MES".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(12)    VALUE "    IMPUESTO".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(12)    VALUE "   SEG.SOCIA".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(13)    VALUE "   NETO RETRO".
           05 FILLER              PIC X(24)    VALUE ' '.

       01  WS-RTC-DET-LIQ.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-RTC-NUMERO-L     PIC X(05).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-RTC-NOMBRE       PIC X(25).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-RTC-RETRO        PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-RTC-MESES-L      PIC ZZ9.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-RTC-IMP-RETRO    PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-RTC-SEG-RETRO    PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-RTC-NETO-RETRO   PIC -Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(24)    VALUE ' '.

      *DIFERENCIAS CARGADAS QUE NO SE PUDIERON LIQUIDAR.
       01  WS-RTC-DET-NO-LIQ.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-RTC-NUMERO-N     PIC X(05).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-RTC-IMPORTE-N    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(40)    VALUE
              "EMPLEADO NO LIQUIDADO EN ESTE PERIODO".
           05 FILLER              PIC X(56)    VALUE ' '.

       01  WS-RTC-TOTAL.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-RTC-TOT-TEXTO    PIC X(40).
           05 WS-RTC-TOT-CANT     PIC ZZ,ZZ9.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-RTC-TOT-IMPORTE  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(57)    VALUE ' '.

       01  WS-RTC-ALERTA.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(40)    VALUE
              "** ALERTA: CARGADO DEL PERIODO DISTINTO ".
           05 FILLER              PIC X(40)    VALUE
              "DE LIQUIDADO MAS NO LIQUIDADO           ".
           05 FILLER              PIC X(39)    VALUE ' '.

       PROCEDURE DIVISION.
       010-INICIO.
           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE
           PERFORM 012-ARMA-RUTAS THRU 012-EXIT
           PERFORM 013-CARGA-IMPUESTOS THRU 013-EXIT
           PERFORM 014-CARGA-DEDUCCIONES THRU 014-EXIT
           PERFORM 017-CARGA-LICENCIAS THRU 017-EXIT
           PERFORM 018-CARGA-RETRO THRU 018-EXIT
           PERFORM 019-CARGA-LIQUIDACION THRU 019-EXIT

           OPEN OUTPUT NETOS
                OUTPUT PAGODET
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF

      *EL ACUMULADO ANUAL SE CREA VACIO LA PRIMERA VEZ QUE SE USA.
           OPEN I-O ACUMANUAL
           IF WS-FS-ACUMANUAL = "35"
                OPEN OUTPUT ACUMANUAL
                CLOSE ACUMANUAL
                OPEN I-O ACUMANUAL
           END-IF
           IF WS-FS-ACUMANUAL NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR ACUMANUAL - STATUS "
                     WS-FS-ACUMANUAL
                CLOSE NETOS
                CLOSE PAGODET
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF

           OPEN INPUT EXPORTA
           IF WS-FS-EXPORTA NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR EXPORTA - STATUS "
                     WS-FS-EXPORTA
                CLOSE NETOS
                CLOSE PAGODET
                CLOSE ACUMANUAL
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF

           MOVE WS-DATE-AAAA      TO WS-PAG-TIT-AAAA
           PERFORM 015-ENCABEZADO THRU 015-EXIT

           MOVE "DIFERENCIAS LIQUIDADAS EN NETOS"
                                  TO WS-RTC-SEC-TEXTO
           PERFORM 0186-ABRE-SECCION THRU 0186-EXIT
           WRITE REG-RETROCTL FROM WS-RTC-SUB-LIQ AFTER ADVANCING 1
           ADD 1                  TO WS-RTC-LINEA-CONT

           PERFORM 020-PROCESA-UNO THRU 020-EXIT
                UNTIL WS-FS-EXPORTA = "10"

           END-ACCEPT
           IF WS-SEG-TOPE-X NUMERIC
                MOVE WS-SEG-TOPE-R TO WS-SEG-TOPE
           END-IF

           ACCEPT WS-RUTA-ACUMANUAL FROM ENVIRONMENT "ACUMANUAL_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-ACUMANUAL TO WS-RUTA-ACUMANUAL
           END-ACCEPT

           ACCEPT WS-RUTA-CTLNETOS FROM ENVIRONMENT "CTLNETOS_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-CTLNETOS TO WS-RUTA-CTLNETOS
           END-ACCEPT

           ACCEPT WS-RUTA-RETRODIF FROM ENVIRONMENT "RETRODIF_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-RETRODIF TO WS-RUTA-RETRODIF
           END-ACCEPT

           ACCEPT WS-RUTA-RETROCTL FROM ENVIRONMENT "RETROCTL_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-RETROCTL TO WS-RUTA-RETROCTL
           END-ACCEPT

           ACCEPT WS-RUTA-LICDESC FROM ENVIRONMENT "LICDESC_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-LICDESC TO WS-RUTA-LICDESC
           END-ACCEPT

           ACCEPT WS-RUTA-LIQDET FROM ENVIRONMENT "LIQDET_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-LIQDET TO WS-RUTA-LIQDET
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
           END-IF
           PERFORM 0140-CARGA-UNA-DEDUC THRU 0140-EXIT
                UNTIL WS-FS-DEDUCFIJ = "10"
           CLOSE DEDUCFIJ
           IF WS-CPT-EXCEDIDOS > 0
                DISPLAY "AVISO: TABLA DE CONCEPTOS LLENA - "
                     WS-CPT-EXCEDIDOS " VAN A OTROS CONCEPTOS"
           END-IF.
       014-EXIT.
           EXIT.

                     ADD WS-DED-IMPORTE
                          TO WS-DED-TAB-IMPORTE (WS-DED-IX)
                     ADD 1         TO WS-DED-CARGADAS
                     PERFORM 0141-GUARDA-CONCEPTO THRU 0141-EXIT
                ELSE
                     DISPLAY "AVISO: DEDUCCION IGNORADA: "
                          WS-REG-DEDUC-REF
       0140-EXIT.
           EXIT.

      *ENGANCHA EL CONCEPTO AL FINAL DE LA CADENA DEL EMPLEADO PARA
      *EL DETALLE POR CONCEPTO DEL ACUMULADO ANUAL.
       0141-GUARDA-CONCEPTO.
           IF WS-CPT-CARGADOS NOT < WS-CPT-MAXIMO
                ADD 1              TO WS-CPT-EXCEDIDOS
                GO TO 0141-EXIT
           END-IF
           ADD 1                  TO WS-CPT-CARGADOS
           MOVE WS-DED-CONCEPTO
                TO WS-CPT-TAB-CONCEPTO (WS-CPT-CARGADOS)
           MOVE WS-DED-IMPORTE
                TO WS-CPT-TAB-IMPORTE (WS-CPT-CARGADOS)
           IF WS-DED-TAB-PRIMERO (WS-DED-IX) = 0
                MOVE WS-CPT-CARGADOS
                     TO WS-DED-TAB-PRIMERO (WS-DED-IX)
           ELSE
                MOVE WS-DED-TAB-ULTIMO (WS-DED-IX) TO WS-CPT-IX
                MOVE WS-CPT-CARGADOS
                     TO WS-CPT-TAB-SIGUIENTE (WS-CPT-IX)
           END-IF
           MOVE WS-CPT-CARGADOS   TO WS-DED-TAB-ULTIMO (WS-DED-IX).
       0141-EXIT.
           EXIT.

      *CARGA LOS DIAS DE LICENCIA SIN GOCE DEL PERIODO. SIN ARCHIVO
      *NO HAY DESCUENTOS Y LA CORRIDA SIGUE, COMO CON RETROACTIVOS.
       017-CARGA-LICENCIAS.
           OPEN INPUT LICDESC
           IF WS-FS-LICDESC NOT = "00"
                DISPLAY "AVISO: SIN ARCHIVO DE LICENCIAS SIN GOCE - "
                     "STATUS " WS-FS-LICDESC
                GO TO 017-EXIT
           END-IF
           PERFORM 0170-CARGA-UNA-LICENCIA THRU 0170-EXIT
                UNTIL WS-FS-LICDESC = "10"
           CLOSE LICDESC.
       017-EXIT.
           EXIT.

       0170-CARGA-UNA-LICENCIA.
           READ LICDESC INTO WS-REG-LICDESC-REF
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-LICDESC = "10"
                GO TO 0170-EXIT
           END-IF
           ADD 1                  TO WS-LIC-LEIDOS
           IF WS-LDS-NUMERO NOT NUMERIC OR
              WS-LDS-PERIODO NOT NUMERIC OR
              WS-LDS-DIAS NOT NUMERIC
                ADD 1              TO WS-LIC-INVALIDOS
                DISPLAY "AVISO: LICENCIA SIN GOCE IGNORADA: "
                     WS-REG-LICDESC-REF
                GO TO 0170-EXIT
           END-IF
           IF WS-LDS-PERIODO NOT = WS-PERIODO OR WS-LDS-DIAS = 0
                ADD 1              TO WS-LIC-OTROS
                GO TO 0170-EXIT
           END-IF

           COMPUTE WS-LIC-IX = FUNCTION NUMVAL (WS-LDS-NUMERO) + 1
           IF NOT LIC-CARGADA (WS-LIC-IX)
                SET LIC-CARGADA (WS-LIC-IX) TO TRUE
                ADD 1              TO WS-LIC-EMPLEADOS
           END-IF
           COMPUTE WS-LIC-SUMA =
                WS-LIC-TAB-DIAS (WS-LIC-IX) + WS-LDS-DIAS
           IF WS-LIC-SUMA > 30
                MOVE 30            TO WS-LIC-SUMA
           END-IF
           MOVE WS-LIC-SUMA       TO WS-LIC-TAB-DIAS (WS-LIC-IX).
       0170-EXIT.
           EXIT.

      *CARGA LAS DIFERENCIAS RETROACTIVAS DEL PERIODO Y ABRE EL
      *REPORTE DE CONTROL CON SU DETALLE. SIN ARCHIVO NO HAY
      *RETROACTIVOS QUE PAGAR Y LA CORRIDA SIGUE.
       018-CARGA-RETRO.
           OPEN OUTPUT RETROCTL
           IF WS-FS-RETROCTL NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR RETROCTL - STATUS "
                     WS-FS-RETROCTL
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF
           MOVE WS-PER-AAAA       TO WS-RTC-TIT-AAAA
           MOVE WS-PER-MM         TO WS-RTC-TIT-MM
           MOVE WS-DATE-DD        TO WS-RTC-TIT-DD
           MOVE WS-DATE-MM        TO WS-RTC-TIT-MES
           MOVE WS-DATE-AAAA      TO WS-RTC-TIT-ANIO
           PERFORM 0185-ENCABEZADO-RETRO THRU 0185-EXIT
           MOVE "DIFERENCIAS RETROACTIVAS DEL PERIODO"
                                  TO WS-RTC-SEC-TEXTO
           PERFORM 0186-ABRE-SECCION THRU 0186-EXIT
           WRITE REG-RETROCTL FROM WS-RTC-SUB-CARGA AFTER ADVANCING 1
           ADD 1                  TO WS-RTC-LINEA-CONT

           OPEN INPUT RETRODIF
           IF WS-FS-RETRODIF NOT = "00"
                DISPLAY "AVISO: SIN ARCHIVO DE DIFERENCIAS "
                     "RETROACTIVAS - STATUS " WS-FS-RETRODIF
                GO TO 018-EXIT
           END-IF
           PERFORM 0180-CARGA-UNA-RETRO THRU 0180-EXIT
                UNTIL WS-FS-RETRODIF = "10"
           CLOSE RETRODIF.
       018-EXIT.
           EXIT.

      *SOLO ENTRAN LAS DEL PERIODO QUE SE LIQUIDA: LAS DE OTROS
      *PERIODOS YA SE PAGARON (O SE PAGARAN) EN SU CORRIDA.
       0180-CARGA-UNA-RETRO.
           READ RETRODIF INTO WS-REG-RETRO-REF
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-RETRODIF = "10"
                GO TO 0180-EXIT
           END-IF
           ADD 1                  TO WS-RTC-LEIDOS
           IF WS-RTR-NUMERO NOT NUMERIC OR
              WS-RTR-PERIODO-PAGO NOT NUMERIC OR
              WS-RTR-MESES NOT NUMERIC OR
              WS-RTR-IMPORTE NOT NUMERIC
                ADD 1              TO WS-RTC-INVALIDOS
                DISPLAY "AVISO: DIFERENCIA RETROACTIVA IGNORADA: "
                     WS-RTR-NUMERO " " WS-RTR-PERIODO-PAGO
                GO TO 0180-EXIT
           END-IF
           IF WS-RTR-MESES = 0
                ADD 1              TO WS-RTC-INVALIDOS
                DISPLAY "AVISO: DIFERENCIA RETROACTIVA IGNORADA: "
                     WS-RTR-NUMERO " " WS-RTR-PERIODO-PAGO
                GO TO 0180-EXIT
           END-IF
           IF WS-RTR-PERIODO-PAGO NOT = WS-PERIODO
                ADD 1              TO WS-RTC-OTROS
                GO TO 0180-EXIT
           END-IF

           COMPUTE WS-RTC-IX = FUNCTION NUMVAL (WS-RTR-NUMERO) + 1
           SET RETRO-CARGADO (WS-RTC-IX) TO TRUE
           ADD WS-RTR-IMPORTE     TO WS-RTD-TAB-IMPORTE (WS-RTC-IX)
           IF WS-RTR-MESES > WS-RTD-TAB-MESES (WS-RTC-IX)
                MOVE WS-RTR-MESES  TO WS-RTD-TAB-MESES (WS-RTC-IX)
           END-IF
           ADD 1                  TO WS-RTC-CARGADOS
           ADD WS-RTR-IMPORTE     TO WS-RTC-TOT-CARGADO
           PERFORM 0181-IMPRIME-CARGA THRU 0181-EXIT.
       0180-EXIT.
           EXIT.

       0181-IMPRIME-CARGA.
           PERFORM 0187-VERIFICA-SALTO-RETRO THRU 0187-EXIT
           MOVE WS-RTR-NUMERO     TO WS-RTC-NUMERO-C
           MOVE SPACES            TO WS-RTC-RIGE
           IF WS-RTR-FECHA-EFECTIVA NUMERIC
                MOVE WS-RTR-EFE-DD TO WS-RTC-FEC-DD
                MOVE WS-RTR-EFE-MM TO WS-RTC-FEC-MM
                MOVE WS-RTR-EFE-AAAA TO WS-RTC-FEC-AAAA
                MOVE WS-RTC-FECHA-ED TO WS-RTC-RIGE
           END-IF
           MOVE SPACES            TO WS-RTC-CARGADA
           IF WS-RTR-FECHA-CARGA NUMERIC
                MOVE WS-RTR-CAR-DD TO WS-RTC-FEC-DD
                MOVE WS-RTR-CAR-MM TO WS-RTC-FEC-MM
                MOVE WS-RTR-CAR-AAAA TO WS-RTC-FEC-AAAA
                MOVE WS-RTC-FECHA-ED TO WS-RTC-CARGADA
           END-IF
           MOVE WS-RTR-MESES      TO WS-RTC-MESES
           MOVE WS-RTR-SAL-ANTERIOR TO WS-RTC-SAL-ANT
           MOVE WS-RTR-SAL-NUEVO  TO WS-RTC-SAL-NUE
           MOVE WS-RTR-DIFERENCIA TO WS-RTC-DIF-MES
           MOVE WS-RTR-IMPORTE    TO WS-RTC-IMPORTE
           MOVE WS-RTR-OPERADOR   TO WS-RTC-OPERADOR
           MOVE WS-RTR-APROBADOR  TO WS-RTC-APROBADOR
           WRITE REG-RETROCTL FROM WS-RTC-DET-CARGA AFTER ADVANCING 1
           ADD 1                  TO WS-RTC-LINEA-CONT.
       0181-EXIT.
           EXIT.

       0185-ENCABEZADO-RETRO.
           MOVE WS-RTC-PAGINA     TO WS-RTC-TIT-PAGINA
           WRITE REG-RETROCTL FROM WS-RTC-TITULO AFTER ADVANCING 1
           WRITE REG-RETROCTL FROM WS-PAG-GUIONES AFTER ADVANCING 1
           MOVE 2                 TO WS-RTC-LINEA-CONT.
       0185-EXIT.
           EXIT.

       0186-ABRE-SECCION.
           PERFORM 0187-VERIFICA-SALTO-RETRO THRU 0187-EXIT
           WRITE REG-RETROCTL FROM WS-RTC-SECCION AFTER ADVANCING 2
           ADD 2                  TO WS-RTC-LINEA-CONT.
       0186-EXIT.
           EXIT.

       0187-VERIFICA-SALTO-RETRO.
           IF WS-RTC-LINEA-CONT NOT < WS-MAX-LINEAS
                ADD 1              TO WS-RTC-PAGINA
                PERFORM 0185-ENCABEZADO-RETRO THRU 0185-EXIT
           END-IF.
       0187-EXIT.
           EXIT.

      *CARGA LAS LIQUIDACIONES FINALES DEL PERIODO. SIN ARCHIVO NO
      *HAY BAJAS QUE LIQUIDAR Y LA CORRIDA SIGUE, COMO CON
      *RETROACTIVOS.
       019-CARGA-LIQUIDACION.
           OPEN INPUT LIQDET
           IF WS-FS-LIQDET NOT = "00"
                DISPLAY "AVISO: SIN ARCHIVO DE LIQUIDACIONES FINALES - "
                     "STATUS " WS-FS-LIQDET
                GO TO 019-EXIT
           END-IF
           PERFORM 0190-CARGA-UNA-LIQUIDACION THRU 0190-EXIT
                UNTIL WS-FS-LIQDET = "10"
           CLOSE LIQDET.
       019-EXIT.
           EXIT.

       0190-CARGA-UNA-LIQUIDACION.
           READ LIQDET INTO WS-REG-LIQDET-REF
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-LIQDET = "10"
                GO TO 0190-EXIT
           END-IF
           ADD 1                  TO WS-LQC-LEIDOS
           IF WS-LQD-NUMERO NOT NUMERIC OR
              WS-LQD-PERIODO-PAGO NOT NUMERIC OR
              WS-LQD-TOTAL-GRAVADO NOT NUMERIC OR
              WS-LQD-TOTAL-EXENTO NOT NUMERIC
                ADD 1              TO WS-LQC-INVALIDOS
                DISPLAY "AVISO: LIQUIDACION FINAL IGNORADA: "
                     WS-LQD-NUMERO " " WS-LQD-PERIODO-PAGO
                GO TO 0190-EXIT
           END-IF
           IF WS-LQD-PERIODO-PAGO NOT = WS-PERIODO
                ADD 1              TO WS-LQC-OTROS
                GO TO 0190-EXIT
           END-IF

           COMPUTE WS-LQC-IX = FUNCTION NUMVAL (WS-LQD-NUMERO) + 1
           IF NOT LIQ-CARGADA (WS-LQC-IX)
                SET LIQ-CARGADA (WS-LQC-IX) TO TRUE
                ADD 1              TO WS-LQC-EMPLEADOS
           END-IF
           ADD WS-LQD-TOTAL-GRAVADO TO WS-LQT-TAB-GRAVADO (WS-LQC-IX)
           ADD WS-LQD-TOTAL-EXENTO  TO WS-LQT-TAB-EXENTO (WS-LQC-IX).
       0190-EXIT.
           EXIT.

       015-ENCABEZADO.
           MOVE WS-PAGINA-ACTUAL  TO WS-PAG-TIT-PAGINA
           WRITE REG-PAGODET FROM WS-PAG-TITULO AFTER ADVANCING 1
           ADD 1                  TO WS-LEIDOS-EMP
           PERFORM 030-CALCULA-NETO THRU 030-EXIT
           PERFORM 040-GRABA-NETO THRU 040-EXIT
           PERFORM 045-GRABA-DETALLE THRU 045-EXIT
           PERFORM 050-ACUMULA-ANUAL THRU 050-EXIT.
       020-EXIT.
           EXIT.

           EXIT.

      *NETO = BRUTO - IMPUESTO PROGRESIVO - SEGURIDAD SOCIAL -
      *DEDUCCION FIJA DEL EMPLEADO, MAS LA DIFERENCIA RETROACTIVA
      *DEL PERIODO NETA DE SU IMPUESTO Y SU SEGURIDAD SOCIAL. EL
      *BRUTO ES EL SUELDO MENOS LOS DIAS DE LICENCIA SIN GOCE. AL
      *EMPLEADO DADO DE BAJA NO SE LE PAGA EL SUELDO SINO LA
      *LIQUIDACION FINAL, NETA DE SU IMPUESTO Y SU SEGURIDAD SOCIAL.
       030-CALCULA-NETO.
           COMPUTE WS-NUM-IX = FUNCTION NUMVAL (WS-EXP-NUMERO) + 1
           PERFORM 035-VERIFICA-LIQUIDACION THRU 035-EXIT
           IF EMP-CON-LIQUIDACION
                MOVE 0             TO WS-LIC-DIAS-EMP
                MOVE 0             TO WS-LICDESC-EMP
                MOVE 0             TO WS-BRUTO-MES
           ELSE
                PERFORM 034-CALCULA-LICENCIA THRU 034-EXIT
           END-IF

           MOVE WS-BRUTO-MES      TO WS-IMP-BASE
           PERFORM 031-IMPUESTO-PROGRESIVO THRU 031-EXIT

           IF WS-BRUTO-MES > WS-SEG-TOPE
                MOVE WS-SEG-TOPE   TO WS-SEG-BASE
           ELSE
                MOVE WS-BRUTO-MES  TO WS-SEG-BASE
           END-IF
           COMPUTE WS-SEGSOC-EMP ROUNDED =
                WS-SEG-BASE * WS-SEG-PCT / 100

           IF DEDUC-CARGADA (WS-NUM-IX)
                MOVE WS-DED-TAB-IMPORTE (WS-NUM-IX)
                                   TO WS-DEDFIJA-EMP
                MOVE 0             TO WS-DEDFIJA-EMP
           END-IF

           PERFORM 032-CALCULA-RETRO THRU 032-EXIT
           PERFORM 036-CALCULA-LIQUIDACION THRU 036-EXIT

           COMPUTE WS-NETO-EMP =
                WS-BRUTO-MES - WS-IMPUESTO-EMP -
                WS-SEGSOC-EMP - WS-DEDFIJA-EMP +
                WS-NETO-RETRO-EMP + WS-NETO-LIQ-EMP

      *EL REGISTRO DE EXPORTACION NO LLEVA SIGNO: UN NETO NEGATIVO
      *(DEDUCCIONES FIJAS MAYORES QUE EL BRUTO) SE AJUSTA A CERO, SE
           END-IF

           ADD WS-EXP-SALARIO     TO WS-TOT-BRUTO
           IF EMP-CON-LIQUIDACION
                ADD WS-EXP-SALARIO TO WS-TOT-SUELDO-BAJA
           END-IF
           ADD WS-IMPUESTO-EMP    TO WS-TOT-IMPUESTO
           ADD WS-SEGSOC-EMP      TO WS-TOT-SEGSOC
           ADD WS-DEDFIJA-EMP     TO WS-TOT-DEDFIJA

      *IMPUESTO PROGRESIVO POR TRAMOS: A CADA TRAMO SE LE APLICA SU
      *TASA SOLO SOBRE LA PORCION DEL BRUTO QUE CAE DENTRO DEL
      *TRAMO, HASTA AGOTAR EL BRUTO. EL BRUTO A CALCULAR VIENE EN
      *WS-IMP-BASE (EL DEL MES, O EL DEL MES MAS LA PARTE MENSUAL DE
      *UN RETROACTIVO).
       031-IMPUESTO-PROGRESIVO.
           MOVE 0                 TO WS-IMPUESTO-EMP
           MOVE 0                 TO WS-TRAMO-DESDE
           MOVE 0                 TO WS-IMP-IX
           PERFORM 0310-UN-TRAMO THRU 0310-EXIT
                UNTIL WS-IMP-IX NOT < WS-IMP-CARGADOS OR
                      WS-TRAMO-DESDE NOT < WS-IMP-BASE.
       031-EXIT.
           EXIT.

       0310-UN-TRAMO.
           ADD 1                  TO WS-IMP-IX
           IF WS-IMP-BASE > WS-IMP-TAB-HASTA (WS-IMP-IX)
                COMPUTE WS-TRAMO-BASE =
                     WS-IMP-TAB-HASTA (WS-IMP-IX) - WS-TRAMO-DESDE
           ELSE
                COMPUTE WS-TRAMO-BASE =
                     WS-IMP-BASE - WS-TRAMO-DESDE
           END-IF
           COMPUTE WS-IMPUESTO-EMP ROUNDED =
                WS-IMPUESTO-EMP +
       0310-EXIT.
           EXIT.

      *DIFERENCIA RETROACTIVA DEL PERIODO. NO SE LIQUIDA TODA EN EL
      *MES (LA SUBIRIA DE TRAMO): SE REPARTE EN LOS MESES QUE CUBRE,
      *EL IMPUESTO DEL RETROACTIVO ES LO QUE SUBE EL IMPUESTO DEL MES
      *CON LA PARTE MENSUAL, POR LA CANTIDAD DE MESES. LA SEGURIDAD
      *SOCIAL SE CALCULA IGUAL RESPETANDO EL TOPE DEL MES. UN
      *IMPORTE QUE NO ENTRA EN EL EXPORT DE NETOS NO SE PAGA Y QUEDA
      *COMO NO LIQUIDADO EN EL CONTROL.
       032-CALCULA-RETRO.
           MOVE 0                 TO WS-RETRO-EMP
           MOVE 0                 TO WS-IMP-RETRO-EMP
           MOVE 0                 TO WS-SEG-RETRO-EMP
           MOVE 0                 TO WS-NETO-RETRO-EMP
           MOVE 0                 TO WS-RETRO-MESES
           IF NOT RETRO-CARGADO (WS-NUM-IX)
                GO TO 032-EXIT
           END-IF
           IF WS-RTD-TAB-IMPORTE (WS-NUM-IX) > 9999999.99
                DISPLAY "ALERTA: RETROACTIVO EXCEDE EL EXPORT DE "
                     "NETOS - EMPLEADO " WS-EXP-NUMERO
                GO TO 032-EXIT
           END-IF

           MOVE WS-RTD-TAB-IMPORTE (WS-NUM-IX) TO WS-RETRO-EMP
           MOVE WS-RTD-TAB-MESES (WS-NUM-IX)   TO WS-RETRO-MESES
           COMPUTE WS-RETRO-MENSUAL ROUNDED =
                WS-RETRO-EMP / WS-RETRO-MESES

           MOVE WS-IMPUESTO-EMP   TO WS-IMP-SIN-RETRO
           COMPUTE WS-IMP-BASE = WS-BRUTO-MES + WS-RETRO-MENSUAL
           PERFORM 031-IMPUESTO-PROGRESIVO THRU 031-EXIT
           COMPUTE WS-IMP-RETRO-EMP ROUNDED =
                (WS-IMPUESTO-EMP - WS-IMP-SIN-RETRO) * WS-RETRO-MESES
           MOVE WS-IMP-SIN-RETRO  TO WS-IMPUESTO-EMP

           COMPUTE WS-SEG-BASE-RETRO =
                WS-BRUTO-MES + WS-RETRO-MENSUAL
           IF WS-SEG-BASE-RETRO > WS-SEG-TOPE
                MOVE WS-SEG-TOPE   TO WS-SEG-BASE-RETRO
           END-IF
           COMPUTE WS-SEG-RETRO-EMP ROUNDED =
                (WS-SEG-BASE-RETRO - WS-SEG-BASE) * WS-SEG-PCT / 100 *
                WS-RETRO-MESES

           COMPUTE WS-NETO-RETRO-EMP =
                WS-RETRO-EMP - WS-IMP-RETRO-EMP - WS-SEG-RETRO-EMP
           SET RETRO-LIQUIDADO (WS-NUM-IX) TO TRUE
           ADD 1                  TO WS-RTC-LIQUIDADOS
           ADD WS-RETRO-EMP       TO WS-TOT-RETRO
           ADD WS-IMP-RETRO-EMP   TO WS-TOT-IMP-RETRO
           ADD WS-SEG-RETRO-EMP   TO WS-TOT-SEG-RETRO
           PERFORM 033-IMPRIME-RETRO THRU 033-EXIT.
       032-EXIT.
           EXIT.

       033-IMPRIME-RETRO.
           PERFORM 0187-VERIFICA-SALTO-RETRO THRU 0187-EXIT
           MOVE WS-EXP-NUMERO     TO WS-RTC-NUMERO-L
           MOVE WS-EXP-NOMBRE     TO WS-RTC-NOMBRE
           MOVE WS-RETRO-EMP      TO WS-RTC-RETRO
           MOVE WS-RETRO-MESES    TO WS-RTC-MESES-L
           MOVE WS-IMP-RETRO-EMP  TO WS-RTC-IMP-RETRO
           MOVE WS-SEG-RETRO-EMP  TO WS-RTC-SEG-RETRO
           MOVE WS-NETO-RETRO-EMP TO WS-RTC-NETO-RETRO
           WRITE REG-RETROCTL FROM WS-RTC-DET-LIQ AFTER ADVANCING 1
           ADD 1                  TO WS-RTC-LINEA-CONT.
       033-EXIT.
           EXIT.

      *LICENCIA SIN GOCE DEL PERIODO: SE DESCUENTA SUELDO / 30 POR
      *DIA, Y CON 30 DIAS EL SUELDO COMPLETO. SIN LICENCIA EL BRUTO
      *DEL MES ES EL SUELDO.
       034-CALCULA-LICENCIA.
           MOVE 0                 TO WS-LIC-DIAS-EMP
           MOVE 0                 TO WS-LICDESC-EMP
           MOVE WS-EXP-SALARIO    TO WS-BRUTO-MES
           IF NOT LIC-CARGADA (WS-NUM-IX)
                GO TO 034-EXIT
           END-IF
           MOVE WS-LIC-TAB-DIAS (WS-NUM-IX) TO WS-LIC-DIAS-EMP
           IF WS-LIC-DIAS-EMP NOT < 30
                MOVE WS-EXP-SALARIO TO WS-LICDESC-EMP
           ELSE
                COMPUTE WS-LICDESC-EMP ROUNDED =
                     WS-EXP-SALARIO * WS-LIC-DIAS-EMP / 30
           END-IF
           COMPUTE WS-BRUTO-MES = WS-EXP-SALARIO - WS-LICDESC-EMP
           SET LIC-APLICADA (WS-NUM-IX) TO TRUE
           ADD 1                  TO WS-LIC-APLICADOS
           ADD WS-LICDESC-EMP     TO WS-TOT-LICENCIA.
       034-EXIT.
           EXIT.

      *LIQUIDACION FINAL DEL PERIODO PARA EL EMPLEADO. UN TOTAL QUE
      *NO ENTRA EN EL EXPORT DE NETOS NO SE PAGA (EL EMPLEADO COBRA
      *COMO SIEMPRE) Y QUEDA COMO NO PAGADA EN EL CONTROL.
       035-VERIFICA-LIQUIDACION.
           SET EMP-SIN-LIQUIDACION TO TRUE
           MOVE 0                 TO WS-LIQ-GRAVADO-EMP
           MOVE 0                 TO WS-LIQ-EXENTO-EMP
           MOVE 0                 TO WS-LIQ-EMP
           IF NOT LIQ-CARGADA (WS-NUM-IX)
                GO TO 035-EXIT
           END-IF
           IF WS-LQT-TAB-GRAVADO (WS-NUM-IX) +
              WS-LQT-TAB-EXENTO (WS-NUM-IX) > 9999999.99
                DISPLAY "ALERTA: LIQUIDACION FINAL EXCEDE EL EXPORT DE "
                     "NETOS - EMPLEADO " WS-EXP-NUMERO
                GO TO 035-EXIT
           END-IF
           SET EMP-CON-LIQUIDACION TO TRUE
           MOVE WS-LQT-TAB-GRAVADO (WS-NUM-IX) TO WS-LIQ-GRAVADO-EMP
           MOVE WS-LQT-TAB-EXENTO (WS-NUM-IX)  TO WS-LIQ-EXENTO-EMP
           COMPUTE WS-LIQ-EMP = WS-LIQ-GRAVADO-EMP + WS-LIQ-EXENTO-EMP
           SET LIQ-PAGADA (WS-NUM-IX) TO TRUE
           ADD 1                  TO WS-LQC-PAGADOS.
       035-EXIT.
           EXIT.

      *IMPUESTO Y SEGURIDAD SOCIAL DE LO GRAVADO DE LA LIQUIDACION,
      *COMO UN PAGO UNICO: LOS MISMOS TRAMOS DEL MES Y EL MISMO TOPE.
      *LO EXENTO PASA ENTERO AL NETO.
       036-CALCULA-LIQUIDACION.
           MOVE 0                 TO WS-IMP-LIQ-EMP
           MOVE 0                 TO WS-SEG-LIQ-EMP
           MOVE 0                 TO WS-NETO-LIQ-EMP
           IF EMP-SIN-LIQUIDACION
                GO TO 036-EXIT
           END-IF
           MOVE WS-IMPUESTO-EMP   TO WS-IMP-SIN-LIQ
           MOVE WS-LIQ-GRAVADO-EMP TO WS-IMP-BASE
           PERFORM 031-IMPUESTO-PROGRESIVO THRU 031-EXIT
           MOVE WS-IMPUESTO-EMP   TO WS-IMP-LIQ-EMP
           MOVE WS-IMP-SIN-LIQ    TO WS-IMPUESTO-EMP

           IF WS-LIQ-GRAVADO-EMP > WS-SEG-TOPE
                MOVE WS-SEG-TOPE   TO WS-SEG-BASE-LIQ
           ELSE
                MOVE WS-LIQ-GRAVADO-EMP TO WS-SEG-BASE-LIQ
           END-IF
           COMPUTE WS-SEG-LIQ-EMP ROUNDED =
                WS-SEG-BASE-LIQ * WS-SEG-PCT / 100

           COMPUTE WS-NETO-LIQ-EMP =
                WS-LIQ-EMP - WS-IMP-LIQ-EMP - WS-SEG-LIQ-EMP
           ADD WS-LIQ-EMP         TO WS-TOT-LIQUIDACION
           ADD WS-IMP-LIQ-EMP     TO WS-TOT-IMP-LIQ
           ADD WS-SEG-LIQ-EMP     TO WS-TOT-SEG-LIQ.
       036-EXIT.
           EXIT.

      *REGISTRO DE EXPORTACION DELIMITADO (CSV) PARA NOMINA, CON EL
      *MISMO CRITERIO DE IMPORTES SIN PUNTO QUE EXPORTA.TXT.
       040-GRABA-NETO.
           MOVE WS-BRUTO-MES      TO WS-SAL-BRUTO
           MOVE WS-IMPUESTO-EMP   TO WS-SAL-IMPUESTO
           MOVE WS-SEGSOC-EMP     TO WS-SAL-SEGSOC
           MOVE WS-DEDFIJA-EMP    TO WS-SAL-DEDFIJA
           MOVE WS-NETO-EMP       TO WS-SAL-NETO
           MOVE WS-RETRO-EMP      TO WS-SAL-RETRO
           MOVE WS-IMP-RETRO-EMP  TO WS-SAL-IMP-RETRO
           MOVE WS-SEG-RETRO-EMP  TO WS-SAL-SEG-RETRO
           MOVE WS-LICDESC-EMP    TO WS-SAL-LICENCIA
           MOVE WS-LIQ-EMP        TO WS-SAL-LIQUIDACION
           MOVE WS-IMP-LIQ-EMP    TO WS-SAL-IMP-LIQ
           MOVE WS-SEG-LIQ-EMP    TO WS-SAL-SEG-LIQ
           MOVE SPACES            TO WS-REG-NETO-EXP
           STRING WS-EXP-SUCURSAL  DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-SAL-DEDFIJA-X DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-SAL-NETO-X    DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-SAL-RETRO-X   DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-SAL-IMP-RETRO-X DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-SAL-SEG-RETRO-X DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-SAL-LICENCIA-X DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-SAL-LIQUIDACION-X DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-SAL-IMP-LIQ-X DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-SAL-SEG-LIQ-X DELIMITED BY SIZE
                INTO WS-REG-NETO-EXP
           END-STRING
           WRITE REG-NETOS FROM WS-REG-NETO-EXP.
           MOVE WS-DEDFIJA-EMP    TO WS-PAG-DEDFIJA
           MOVE WS-NETO-EMP       TO WS-PAG-NETO
           WRITE REG-PAGODET FROM WS-PAG-DETALLE AFTER ADVANCING 1
           ADD 1                  TO WS-LINEA-CONT
           IF WS-RETRO-EMP > 0
                PERFORM 016-VERIFICA-SALTO THRU 016-EXIT
                MOVE WS-RETRO-MESES TO WS-PAG-RET-MESES
                MOVE WS-RETRO-EMP  TO WS-PAG-RET-BRUTO
                MOVE WS-IMP-RETRO-EMP TO WS-PAG-RET-IMPUESTO
                MOVE WS-SEG-RETRO-EMP TO WS-PAG-RET-SEGSOC
                WRITE REG-PAGODET FROM WS-PAG-DETALLE-RETRO
                     AFTER ADVANCING 1
                ADD 1              TO WS-LINEA-CONT
           END-IF
           IF WS-LIC-DIAS-EMP > 0
                PERFORM 016-VERIFICA-SALTO THRU 016-EXIT
                MOVE WS-LIC-DIAS-EMP TO WS-PAG-LIC-DIAS
                COMPUTE WS-PAG-LIC-IMPORTE = 0 - WS-LICDESC-EMP
                WRITE REG-PAGODET FROM WS-PAG-DETALLE-LIC
                     AFTER ADVANCING 1
                ADD 1              TO WS-LINEA-CONT
           END-IF
           IF EMP-CON-LIQUIDACION
                PERFORM 016-VERIFICA-SALTO THRU 016-EXIT
                COMPUTE WS-PAG-BAJ-IMPORTE = 0 - WS-EXP-SALARIO
                WRITE REG-PAGODET FROM WS-PAG-DETALLE-BAJA
                     AFTER ADVANCING 1
                ADD 1              TO WS-LINEA-CONT
                PERFORM 016-VERIFICA-SALTO THRU 016-EXIT
                MOVE WS-LIQ-EMP    TO WS-PAG-LIQ-BRUTO
                MOVE WS-IMP-LIQ-EMP TO WS-PAG-LIQ-IMPUESTO
                MOVE WS-SEG-LIQ-EMP TO WS-PAG-LIQ-SEGSOC
                WRITE REG-PAGODET FROM WS-PAG-DETALLE-LIQ
                     AFTER ADVANCING 1
                ADD 1              TO WS-LINEA-CONT
           END-IF.
       045-EXIT.
           EXIT.

      *SUMA LO LIQUIDADO AL ACUMULADO ANUAL DEL EMPLEADO. SI EL
      *ACUMULADO YA TIENE ESTE PERIODO (RECORRIDA DEL MES) PRIMERO SE
      *DESCUENTA LO QUE SE HABIA SUMADO; SI YA TIENE UN PERIODO
      *POSTERIOR NO SE TOCA Y SE CUENTA COMO RECHAZADO.
       050-ACUMULA-ANUAL.
           MOVE WS-EXP-NUMERO     TO WS-ACU-NUMERO
           MOVE WS-PER-AAAA       TO WS-ACU-ANIO
           MOVE WS-ACU-CLAVE      TO REG-ACU-CLAVE
           READ ACUMANUAL INTO WS-REG-ACUM
                INVALID KEY
                   SET ACUM-NUEVO  TO TRUE
                NOT INVALID KEY
                   SET ACUM-EXISTE TO TRUE
           END-READ

           IF ACUM-NUEVO
                PERFORM 051-NUEVO-ACUMULADO THRU 051-EXIT
           END-IF

           IF ACUM-EXISTE AND NOT ACUM-EN-CORRIDA (WS-NUM-IX)
                IF WS-ACU-ULT-PERIODO > WS-PERIODO
                     ADD 1         TO WS-ACU-RECHAZADOS
                     GO TO 050-EXIT
                END-IF
                IF WS-ACU-ULT-PERIODO = WS-PERIODO
                     PERFORM 052-DESCUENTA-ULTIMO THRU 052-EXIT
                     ADD 1         TO WS-ACU-REPROCESADOS
                ELSE
                     ADD 1         TO WS-ACU-MESES
                     MOVE ZEROS    TO WS-ACU-ULTIMO
                END-IF
           END-IF

           MOVE WS-EXP-SUCURSAL   TO WS-ACU-SUCURSAL
           MOVE WS-EXP-NOMBRE     TO WS-ACU-NOMBRE
           MOVE WS-PERIODO        TO WS-ACU-ULT-PERIODO
           ADD WS-BRUTO-MES WS-RETRO-EMP WS-LIQ-EMP
                                  TO WS-ACU-BRUTO
                                     WS-ACU-ULT-BRUTO
           ADD WS-IMPUESTO-EMP WS-IMP-RETRO-EMP WS-IMP-LIQ-EMP
                                  TO WS-ACU-IMPUESTO
                                     WS-ACU-ULT-IMPUESTO
           ADD WS-SEGSOC-EMP WS-SEG-RETRO-EMP WS-SEG-LIQ-EMP
                                  TO WS-ACU-SEGSOC
                                     WS-ACU-ULT-SEGSOC
           ADD WS-DEDFIJA-EMP     TO WS-ACU-DEDFIJA
                                     WS-ACU-ULT-DEDFIJA
           ADD WS-NETO-EMP        TO WS-ACU-NETO
                                     WS-ACU-ULT-NETO
           PERFORM 054-ACUMULA-CONCEPTOS THRU 054-EXIT

           IF ACUM-NUEVO
                WRITE REG-ACUMANUAL FROM WS-REG-ACUM
                     INVALID KEY
                        DISPLAY "AVISO: NO SE PUDO GRABAR ACUMULADO "
                             WS-ACU-CLAVE " - STATUS " WS-FS-ACUMANUAL
                        GO TO 050-EXIT
                END-WRITE
           ELSE
                REWRITE REG-ACUMANUAL FROM WS-REG-ACUM
                     INVALID KEY
                        DISPLAY "AVISO: NO SE PUDO GRABAR ACUMULADO "
                             WS-ACU-CLAVE " - STATUS " WS-FS-ACUMANUAL
                        GO TO 050-EXIT
                END-REWRITE
           END-IF
           SET ACUM-EN-CORRIDA (WS-NUM-IX) TO TRUE
           ADD 1                  TO WS-ACU-ACTUALIZADOS.
       050-EXIT.
           EXIT.

       051-NUEVO-ACUMULADO.
           MOVE ZEROS             TO WS-REG-ACUM
           MOVE WS-EXP-NUMERO     TO WS-ACU-NUMERO
           MOVE WS-PER-AAAA       TO WS-ACU-ANIO
           MOVE 1                 TO WS-ACU-MESES
           MOVE 0                 TO WS-ACU-IX
           PERFORM 0510-LIMPIA-CONCEPTO THRU 0510-EXIT
                UNTIL WS-ACU-IX NOT < WS-ACU-MAX-CPT.
       051-EXIT.
           EXIT.

       0510-LIMPIA-CONCEPTO.
           ADD 1                  TO WS-ACU-IX
           MOVE SPACES            TO WS-ACU-CPT-NOMBRE (WS-ACU-IX).
       0510-EXIT.
           EXIT.

      *RECORRIDA DEL MISMO PERIODO: SE SACA LO QUE SE HABIA SUMADO.
       052-DESCUENTA-ULTIMO.
           SUBTRACT WS-ACU-ULT-BRUTO    FROM WS-ACU-BRUTO
           SUBTRACT WS-ACU-ULT-IMPUESTO FROM WS-ACU-IMPUESTO
           SUBTRACT WS-ACU-ULT-SEGSOC   FROM WS-ACU-SEGSOC
           SUBTRACT WS-ACU-ULT-DEDFIJA  FROM WS-ACU-DEDFIJA
           SUBTRACT WS-ACU-ULT-NETO     FROM WS-ACU-NETO
           MOVE 0                 TO WS-ACU-IX
           PERFORM 0520-DESCUENTA-CONCEPTO THRU 0520-EXIT
                UNTIL WS-ACU-IX NOT < WS-ACU-MAX-CPT
           MOVE ZEROS             TO WS-ACU-ULTIMO.
       052-EXIT.
           EXIT.

       0520-DESCUENTA-CONCEPTO.
           ADD 1                  TO WS-ACU-IX
           SUBTRACT WS-ACU-ULT-CPT (WS-ACU-IX)
                FROM WS-ACU-CPT-IMPORTE (WS-ACU-IX).
       0520-EXIT.
           EXIT.

      *RECORRE LA CADENA DE CONCEPTOS DEL EMPLEADO. LO QUE NO QUEDO
      *DETALLADO (TABLA DE CONCEPTOS LLENA) VA A "OTROS CONCEPTOS".
       054-ACUMULA-CONCEPTOS.
           MOVE WS-DEDFIJA-EMP    TO WS-ACU-OTROS
           IF NOT DEDUC-CARGADA (WS-NUM-IX)
                GO TO 054-EXIT
           END-IF
           MOVE WS-DED-TAB-PRIMERO (WS-NUM-IX) TO WS-CPT-IX
           PERFORM 0540-UN-CONCEPTO THRU 0540-EXIT
                UNTIL WS-CPT-IX = 0
           IF WS-ACU-OTROS > 0
                MOVE "OTROS CONCEPTOS" TO WS-ACU-CPT-NOM-B
                MOVE WS-ACU-OTROS  TO WS-ACU-CPT-IMP-B
                PERFORM 0541-SUMA-CONCEPTO THRU 0541-EXIT
           END-IF.
       054-EXIT.
           EXIT.

       0540-UN-CONCEPTO.
           MOVE WS-CPT-TAB-CONCEPTO (WS-CPT-IX) TO WS-ACU-CPT-NOM-B
           MOVE WS-CPT-TAB-IMPORTE (WS-CPT-IX)  TO WS-ACU-CPT-IMP-B
           SUBTRACT WS-ACU-CPT-IMP-B FROM WS-ACU-OTROS
           PERFORM 0541-SUMA-CONCEPTO THRU 0541-EXIT
           MOVE WS-CPT-TAB-SIGUIENTE (WS-CPT-IX) TO WS-CPT-IX.
       0540-EXIT.
           EXIT.

      *BUSCA EL LUGAR DEL CONCEPTO EN EL ACUMULADO (O EL PRIMERO
      *LIBRE); SI NO HAY LUGAR EL ULTIMO PASA A "OTROS CONCEPTOS".
       0541-SUMA-CONCEPTO.
           MOVE 0                 TO WS-ACU-SLOT
           MOVE 0                 TO WS-ACU-IX
           PERFORM 0542-BUSCA-LUGAR THRU 0542-EXIT
                UNTIL WS-ACU-SLOT > 0 OR
                      WS-ACU-IX NOT < WS-ACU-MAX-CPT
           IF WS-ACU-SLOT = 0
                MOVE WS-ACU-MAX-CPT TO WS-ACU-SLOT
                MOVE "OTROS CONCEPTOS"
                     TO WS-ACU-CPT-NOMBRE (WS-ACU-SLOT)
           END-IF
           IF WS-ACU-CPT-NOMBRE (WS-ACU-SLOT) = SPACES
                MOVE WS-ACU-CPT-NOM-B
                     TO WS-ACU-CPT-NOMBRE (WS-ACU-SLOT)
           END-IF
           ADD WS-ACU-CPT-IMP-B   TO WS-ACU-CPT-IMPORTE (WS-ACU-SLOT)
                                     WS-ACU-ULT-CPT (WS-ACU-SLOT).
       0541-EXIT.
           EXIT.

       0542-BUSCA-LUGAR.
           ADD 1                  TO WS-ACU-IX
           IF WS-ACU-CPT-NOMBRE (WS-ACU-IX) = WS-ACU-CPT-NOM-B OR
              WS-ACU-CPT-NOMBRE (WS-ACU-IX) = SPACES
                MOVE WS-ACU-IX     TO WS-ACU-SLOT
           END-IF.
       0542-EXIT.
           EXIT.

      *REGISTRO DE CONTROL DEL PERIODO PARA EL CERTIFICADO ANUAL. SE
      *AGREGA AL FINAL DEL ARCHIVO; SI NO EXISTE SE CREA.
       060-GRABA-CONTROL.
           OPEN EXTEND CTLNETOS
           IF WS-FS-CTLNETOS NOT = "00"
                OPEN OUTPUT CTLNETOS
           END-IF
           IF WS-FS-CTLNETOS NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR CTLNETOS - STATUS "
                     WS-FS-CTLNETOS
                MOVE 12            TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
                GO TO 060-EXIT
           END-IF
           MOVE WS-PERIODO        TO WS-CTN-PERIODO
           MOVE WS-ACTUAL-DATE    TO WS-CTN-FECHA
           MOVE WS-LEIDOS-EMP     TO WS-CTN-CANTIDAD
           COMPUTE WS-CTN-BRUTO =
                WS-TOT-BRUTO - WS-TOT-LICENCIA - WS-TOT-SUELDO-BAJA +
                WS-TOT-RETRO + WS-TOT-LIQUIDACION
           COMPUTE WS-CTN-IMPUESTO =
                WS-TOT-IMPUESTO + WS-TOT-IMP-RETRO + WS-TOT-IMP-LIQ
           COMPUTE WS-CTN-SEGSOC =
                WS-TOT-SEGSOC + WS-TOT-SEG-RETRO + WS-TOT-SEG-LIQ
           MOVE WS-TOT-DEDFIJA    TO WS-CTN-DEDFIJA
           MOVE WS-TOT-NETO       TO WS-CTN-NETO
           MOVE WS-TOT-RETRO      TO WS-CTN-RETRO
           MOVE WS-TOT-LICENCIA   TO WS-CTN-LICENCIA
           MOVE WS-TOT-LIQUIDACION TO WS-CTN-LIQUIDACION
           WRITE REG-CTLNETOS FROM WS-REG-CTLNETOS
           CLOSE CTLNETOS.
       060-EXIT.
           EXIT.

      *CIERRE DEL CONTROL DE RETROACTIVOS: LISTA LO CARGADO QUE NO SE
      *LIQUIDO (EMPLEADO QUE NO VINO EN EL EXPORT DEL PERIODO) Y
      *CUADRA CARGADO = LIQUIDADO + NO LIQUIDADO. LO NO LIQUIDADO
      *ELEVA A 4 PARA QUE RRHH LO REVISE; SI NO CUADRA, A 8.
       070-CIERRE-RETRO.
           MOVE "DIFERENCIAS CARGADAS NO LIQUIDADAS"
                                  TO WS-RTC-SEC-TEXTO
           PERFORM 0186-ABRE-SECCION THRU 0186-EXIT
           IF WS-RTC-CARGADOS > 0
                MOVE 1             TO WS-RTC-IX
                PERFORM 071-BUSCA-NO-LIQUIDADA THRU 071-EXIT
                     UNTIL WS-RTC-IX > 100000
           END-IF

           MOVE "TOTALES DEL CONTROL" TO WS-RTC-SEC-TEXTO
           PERFORM 0186-ABRE-SECCION THRU 0186-EXIT
           MOVE "DIFERENCIAS LEIDAS EN RETRODIF"
                                  TO WS-RTC-TOT-TEXTO
           MOVE WS-RTC-LEIDOS     TO WS-RTC-TOT-CANT
           MOVE 0                 TO WS-RTC-TOT-IMPORTE
           PERFORM 072-GRABA-TOTAL THRU 072-EXIT
           MOVE "DE OTROS PERIODOS (NO SE TOMAN)"
                                  TO WS-RTC-TOT-TEXTO
           MOVE WS-RTC-OTROS      TO WS-RTC-TOT-CANT
           PERFORM 072-GRABA-TOTAL THRU 072-EXIT
           MOVE "INVALIDAS (NO SE TOMAN)"
                                  TO WS-RTC-TOT-TEXTO
           MOVE WS-RTC-INVALIDOS  TO WS-RTC-TOT-CANT
           PERFORM 072-GRABA-TOTAL THRU 072-EXIT
           MOVE "CARGADAS DEL PERIODO"
                                  TO WS-RTC-TOT-TEXTO
           MOVE WS-RTC-CARGADOS   TO WS-RTC-TOT-CANT
           MOVE WS-RTC-TOT-CARGADO TO WS-RTC-TOT-IMPORTE
           PERFORM 072-GRABA-TOTAL THRU 072-EXIT
           MOVE "EMPLEADOS LIQUIDADOS EN NETOS"
                                  TO WS-RTC-TOT-TEXTO
           MOVE WS-RTC-LIQUIDADOS TO WS-RTC-TOT-CANT
           MOVE WS-TOT-RETRO      TO WS-RTC-TOT-IMPORTE
           PERFORM 072-GRABA-TOTAL THRU 072-EXIT
           MOVE "  IMPUESTO RETENIDO SOBRE RETROACTIVOS"
                                  TO WS-RTC-TOT-TEXTO
           MOVE 0                 TO WS-RTC-TOT-CANT
           MOVE WS-TOT-IMP-RETRO  TO WS-RTC-TOT-IMPORTE
           PERFORM 072-GRABA-TOTAL THRU 072-EXIT
           MOVE "  SEG.SOCIAL SOBRE RETROACTIVOS"
                                  TO WS-RTC-TOT-TEXTO
           MOVE WS-TOT-SEG-RETRO  TO WS-RTC-TOT-IMPORTE
           PERFORM 072-GRABA-TOTAL THRU 072-EXIT
           MOVE "EMPLEADOS NO LIQUIDADOS"
                                  TO WS-RTC-TOT-TEXTO
           MOVE WS-RTC-NO-LIQ     TO WS-RTC-TOT-CANT
           MOVE WS-RTC-TOT-NO-LIQ TO WS-RTC-TOT-IMPORTE
           PERFORM 072-GRABA-TOTAL THRU 072-EXIT

           IF WS-RTC-TOT-CARGADO NOT =
              WS-TOT-RETRO + WS-RTC-TOT-NO-LIQ
                WRITE REG-RETROCTL FROM WS-RTC-ALERTA
                     AFTER ADVANCING 2
                DISPLAY "ALERTA: CONTROL DE RETROACTIVOS NO CUADRA"
                MOVE 8             TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
           END-IF
           IF WS-RTC-NO-LIQ > 0
                DISPLAY "AVISO: RETROACTIVOS SIN LIQUIDAR: "
                     WS-RTC-NO-LIQ
                MOVE 4             TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
           END-IF
           CLOSE RETROCTL.
       070-EXIT.
           EXIT.

       071-BUSCA-NO-LIQUIDADA.
           IF RETRO-CARGADO (WS-RTC-IX)
                PERFORM 0187-VERIFICA-SALTO-RETRO THRU 0187-EXIT
                COMPUTE WS-RTC-NUMERO = WS-RTC-IX - 1
                MOVE WS-RTC-NUMERO TO WS-RTC-NUMERO-N
                MOVE WS-RTD-TAB-IMPORTE (WS-RTC-IX)
                                   TO WS-RTC-IMPORTE-N
                WRITE REG-RETROCTL FROM WS-RTC-DET-NO-LIQ
                     AFTER ADVANCING 1
                ADD 1              TO WS-RTC-LINEA-CONT
                ADD 1              TO WS-RTC-NO-LIQ
                ADD WS-RTD-TAB-IMPORTE (WS-RTC-IX)
                                   TO WS-RTC-TOT-NO-LIQ
           END-IF
           ADD 1                  TO WS-RTC-IX.
       071-EXIT.
           EXIT.

       072-GRABA-TOTAL.
           PERFORM 0187-VERIFICA-SALTO-RETRO THRU 0187-EXIT
           WRITE REG-RETROCTL FROM WS-RTC-TOTAL AFTER ADVANCING 1
           ADD 1                  TO WS-RTC-LINEA-CONT.
       072-EXIT.
           EXIT.

      *EL CODIGO DE RETORNO FINAL ES EL PEOR (MAS ALTO) DETECTADO.
       097-ELEVA-RC.
           IF WS-RC-NUEVO > WS-CODIGO-RETORNO
           MOVE WS-TOT-NETO       TO WS-PAGT-NETO
           WRITE REG-PAGODET FROM WS-PAG-GUIONES AFTER ADVANCING 1
           WRITE REG-PAGODET FROM WS-PAG-TOTALES AFTER ADVANCING 1
           MOVE WS-TOT-RETRO      TO WS-PAGT-RET-BRUTO
           MOVE WS-TOT-IMP-RETRO  TO WS-PAGT-RET-IMP
           MOVE WS-TOT-SEG-RETRO  TO WS-PAGT-RET-SEG
           WRITE REG-PAGODET FROM WS-PAG-TOTALES-RETRO
                AFTER ADVANCING 1
           COMPUTE WS-PAGT-LIC = 0 - WS-TOT-LICENCIA
           WRITE REG-PAGODET FROM WS-PAG-TOTALES-LIC
                AFTER ADVANCING 1
           MOVE WS-TOT-LIQUIDACION TO WS-PAGT-LIQ-BRUTO
           MOVE WS-TOT-IMP-LIQ    TO WS-PAGT-LIQ-IMP
           MOVE WS-TOT-SEG-LIQ    TO WS-PAGT-LIQ-SEG
           WRITE REG-PAGODET FROM WS-PAG-TOTALES-LIQ
                AFTER ADVANCING 1

           IF TRAILER-LEIDO
                MOVE WS-LEIDOS-EMP TO WS-PAG-CTL-CANT
                PERFORM 097-ELEVA-RC THRU 097-EXIT
           END-IF

      *UNA LICENCIA SIN GOCE DE UN EMPLEADO QUE NO VINO EN EL EXPORT
      *NO SE DESCONTO: RRHH TIENE QUE REVISARLA.
           COMPUTE WS-LIC-NO-APLICADOS =
                WS-LIC-EMPLEADOS - WS-LIC-APLICADOS
           MOVE WS-LIC-APLICADOS  TO WS-PAG-LIC-APL
           MOVE WS-LIC-NO-APLICADOS TO WS-PAG-LIC-NO-APL
           WRITE REG-PAGODET FROM WS-PAG-LIC-CONTROL AFTER ADVANCING 1
           IF WS-LIC-NO-APLICADOS > 0
                DISPLAY "AVISO: LICENCIAS SIN GOCE NO APLICADAS: "
                     WS-LIC-NO-APLICADOS
                MOVE 4             TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
           END-IF

      *UNA LIQUIDACION FINAL DE UN EMPLEADO QUE NO VINO EN EL EXPORT
      *(O QUE NO ENTRA EN EL EXPORT DE NETOS) NO SE PAGO: RRHH TIENE
      *QUE REVISARLA.
           COMPUTE WS-LQC-NO-PAGADOS =
                WS-LQC-EMPLEADOS - WS-LQC-PAGADOS
           MOVE WS-LQC-PAGADOS    TO WS-PAG-LIQ-PAG
           MOVE WS-LQC-NO-PAGADOS TO WS-PAG-LIQ-NO-PAG
           WRITE REG-PAGODET FROM WS-PAG-LIQ-CONTROL AFTER ADVANCING 1
           IF WS-LQC-NO-PAGADOS > 0
                DISPLAY "AVISO: LIQUIDACIONES FINALES NO PAGADAS: "
                     WS-LQC-NO-PAGADOS
                MOVE 4             TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
           END-IF

           MOVE WS-PER-AAAA       TO WS-PAG-ACU-AAAA
           MOVE WS-PER-MM         TO WS-PAG-ACU-MM
           MOVE WS-ACU-ACTUALIZADOS TO WS-PAG-ACU-ACT
           MOVE WS-ACU-REPROCESADOS TO WS-PAG-ACU-REP
           MOVE WS-ACU-RECHAZADOS TO WS-PAG-ACU-RCH
           WRITE REG-PAGODET FROM WS-PAG-ACUMULADO AFTER ADVANCING 2
           IF WS-ACU-RECHAZADOS > 0
                WRITE REG-PAGODET FROM WS-PAG-ALERTA-ACUM
                     AFTER ADVANCING 1
                DISPLAY "ALERTA: PERIODO ANTERIOR AL YA ACUMULADO - "
                     WS-ACU-RECHAZADOS " EMPLEADOS SIN ACUMULAR"
                MOVE 4             TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
           END-IF
           PERFORM 060-GRABA-CONTROL THRU 060-EXIT
           PERFORM 070-CIERRE-RETRO THRU 070-EXIT

           CLOSE NETOS
           CLOSE PAGODET
           CLOSE ACUMANUAL
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           STOP RUN.
