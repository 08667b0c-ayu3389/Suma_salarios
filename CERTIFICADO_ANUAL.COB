      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM14.
      * Author:AYELEN RIVERO.
      * Date:02/09/26.

      *---------------------------------------------------------------*
      *OBJETIVO: CERTIFICADO ANUAL DE RETENCIONES POR EMPLEADO.       *
      *          LEE EL ACUMULADO ANUAL QUE ARMA PGM09 EN CADA        *
      *          CORRIDA (ACUMANUAL.DAT) E IMPRIME UN CERTIFICADO POR *
      *          EMPLEADO DEL ANO PEDIDO (CERTIF_ANIO, POR DEFECTO EL *
      *          ANO EN CURSO) CON BRUTO, IMPUESTO RETENIDO,          *
      *          SEGURIDAD SOCIAL, CADA CONCEPTO DE DEDUCCION FIJA Y  *
      *          NETO. CIERRA CON EL RESUMEN DE LA EMPRESA, QUE SE    *
      *          CUADRA CONTRA LA SUMA DE LOS REGISTROS DE CONTROL    *
      *          DE CADA PERIODO (CTLNETOS.TXT, EL ULTIMO DE CADA     *
      *          MES SI HUBO RECORRIDAS); SI NO CUADRA SE ALERTA Y SE *
      *          ELEVA EL CODIGO DE RETORNO.                          *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *LAS RUTAS SE ARMAN EN TIEMPO DE EJECUCION (VER 012-ARMA-RUTAS)
      *A PARTIR DE VARIABLES DE ENTORNO, CON LOS VALORES ORIGINALES
      *COMO RESPALDO SI LA VARIABLE NO ESTA DEFINIDA.
           SELECT ACUMANUAL ASSIGN TO DYNAMIC WS-RUTA-ACUMANUAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-ACU-CLAVE
               FILE STATUS IS WS-FS-ACUMANUAL.

           SELECT CTLNETOS  ASSIGN TO DYNAMIC WS-RUTA-CTLNETOS
               FILE STATUS IS WS-FS-CTLNETOS.

           SELECT CERTIF    ASSIGN TO DYNAMIC WS-RUTA-CERTIF
               FILE STATUS IS WS-FS-CERTIF.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CERTIF

           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CERTIF             PIC X(120).

       WORKING-STORAGE SECTION.
      *RUTAS DE ARCHIVOS EXTERNALIZADAS POR VARIABLE DE ENTORNO.
       01  WS-RUTAS-ARCHIVOS.
           05 WS-RUTA-ACUMANUAL   PIC X(100)   VALUE SPACES.
           05 WS-RUTA-CTLNETOS    PIC X(100)   VALUE SPACES.
           05 WS-RUTA-CERTIF      PIC X(100)   VALUE SPACES.

       01  WS-RUTAS-DEFAULT.
           05 WS-DEF-ACUMANUAL    PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\ACUMANUAL.DAT".
           05 WS-DEF-CTLNETOS     PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\CTLNETOS.TXT".
           05 WS-DEF-CERTIF       PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\CERTIF.TXT".

       01  WS-FS-ACUMANUAL        PIC X(02)    VALUE SPACES.
       01  WS-FS-CTLNETOS         PIC X(02)    VALUE SPACES.
       01  WS-FS-CERTIF           PIC X(02)    VALUE SPACES.

      *ANO A CERTIFICAR (CERTIF_ANIO); SI NO VIENE UNO VALIDO SE
      *TOMA EL ANO DE LA FECHA DE CORRIDA.
       01  WS-PARAMETROS.
           05 WS-ANIO-X           PIC X(04)    VALUE SPACES.
           05 WS-ANIO-R REDEFINES WS-ANIO-X
                                  PIC 9(04).
           05 WS-ANIO             PIC 9(04)    VALUE 0.

      *MISMO LAYOUT QUE GRABA PGM09.
       01  WS-REG-ACUM.
           05 WS-ACU-CLAVE.
              10 WS-ACU-NUMERO    PIC X(05).
              10 WS-ACU-ANIO      PIC 9(04).
           05 WS-ACU-ULT-PERIODO  PIC 9(06).
           05 WS-ACU-ULT-PERIODO-R REDEFINES WS-ACU-ULT-PERIODO.
              10 WS-ACU-ULT-AAAA  PIC 9(04).
              10 WS-ACU-ULT-MM    PIC 9(02).
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

       01  WS-REG-CTLNETOS.
           05 WS-CTN-PERIODO      PIC 9(06).
           05 WS-CTN-PERIODO-R REDEFINES WS-CTN-PERIODO.
              10 WS-CTN-AAAA      PIC 9(04).
              10 WS-CTN-MM        PIC 9(02).
           05 WS-CTN-FECHA        PIC 9(08).
           05 WS-CTN-CANTIDAD     PIC 9(05).
           05 WS-CTN-BRUTO        PIC 9(11)V99.
           05 WS-CTN-IMPUESTO     PIC 9(11)V99.
           05 WS-CTN-SEGSOC       PIC 9(11)V99.
           05 WS-CTN-DEDFIJA      PIC 9(11)V99.
           05 WS-CTN-NETO         PIC 9(11)V99.
           05 FILLER              PIC X(46).

      *ULTIMO REGISTRO DE CONTROL DE CADA MES DEL ANO. SUBINDICE =
      *MES; UNA RECORRIDA DEL MES PISA LA ANTERIOR.
       01  WS-TABLA-CONTROLES.
           05 WS-CTL-TAB          OCCURS 12 TIMES.
              10 WS-CTL-TAB-FLAG     PIC X(01)    VALUE 'N'.
                 88 CONTROL-CARGADO               VALUE 'S'.
              10 WS-CTL-TAB-CANT     PIC 9(05)    VALUE 0.
              10 WS-CTL-TAB-BRUTO    PIC 9(11)V99 VALUE 0.
              10 WS-CTL-TAB-IMPUESTO PIC 9(11)V99 VALUE 0.
              10 WS-CTL-TAB-SEGSOC   PIC 9(11)V99 VALUE 0.
              10 WS-CTL-TAB-DEDFIJA  PIC 9(11)V99 VALUE 0.
              10 WS-CTL-TAB-NETO     PIC 9(11)V99 VALUE 0.

      *TOTALES POR CONCEPTO DE DEDUCCION FIJA DE TODA LA EMPRESA.
       01  WS-CONTROL-CPT-EMPRESA.
           05 WS-CPE-IX           PIC 9(03)    VALUE 0.
           05 WS-CPE-LUGAR        PIC 9(03)    VALUE 0.
           05 WS-CPE-CARGADOS     PIC 9(03)    VALUE 0.
           05 WS-CPE-MAXIMO       PIC 9(03)    VALUE 50.

       01  WS-TABLA-CPT-EMPRESA.
           05 WS-CPE-TAB          OCCURS 50 TIMES.
              10 WS-CPE-TAB-NOMBRE   PIC X(20)    VALUE SPACES.
              10 WS-CPE-TAB-IMPORTE  PIC 9(11)V99 VALUE 0.

       01  WS-CONTROL-CERTIF.
           05 WS-LEIDOS-ACU       PIC 9(05)    VALUE 0.
           05 WS-CERTIFICADOS     PIC 9(05)    VALUE 0.
           05 WS-CONTROLES-LEIDOS PIC 9(05)    VALUE 0.
           05 WS-MESES-CONTROL    PIC 9(02)    VALUE 0.
           05 WS-ACU-IX           PIC 9(02)    VALUE 0.
           05 WS-MES-IX           PIC 9(02)    VALUE 0.
           05 WS-SW-CUADRA        PIC X(01)    VALUE 'S'.
              88 TOTALES-CUADRAN               VALUE 'S'.
              88 TOTALES-NO-CUADRAN            VALUE 'N'.

      *TOTALES DE LA EMPRESA SEGUN EL ACUMULADO Y SEGUN LOS
      *REGISTROS DE CONTROL DE PGM09.
       01  WS-TOTALES-ACUMULADO.
           05 WS-TAC-BRUTO        PIC 9(11)V99 VALUE 0.
           05 WS-TAC-IMPUESTO     PIC 9(11)V99 VALUE 0.
           05 WS-TAC-SEGSOC       PIC 9(11)V99 VALUE 0.
           05 WS-TAC-DEDFIJA      PIC 9(11)V99 VALUE 0.
           05 WS-TAC-NETO         PIC 9(11)V99 VALUE 0.

       01  WS-TOTALES-CONTROL.
           05 WS-TCT-CANT         PIC 9(07)    VALUE 0.
           05 WS-TCT-BRUTO        PIC 9(11)V99 VALUE 0.
           05 WS-TCT-IMPUESTO     PIC 9(11)V99 VALUE 0.
           05 WS-TCT-SEGSOC       PIC 9(11)V99 VALUE 0.
           05 WS-TCT-DEDFIJA      PIC 9(11)V99 VALUE 0.
           05 WS-TCT-NETO         PIC 9(11)V99 VALUE 0.

       01  WS-CONTROL-RETORNO.
           05 WS-CODIGO-RETORNO   PIC 9(02)    VALUE 0.
           05 WS-RC-NUEVO         PIC 9(02)    VALUE 0.

       01  WS-CURRENT-DATE.
           03 WS-ACTUAL-DATE.
              05 WS-DATE-AAAA     PIC 9(04).
              05 WS-DATE-MM       PIC 9(02).
              05 WS-DATE-DD       PIC 9(02).

      *CONTROL DE SALTO DE PAGINA. CADA CERTIFICADO VA EN SU PAGINA.
       01  WS-CONTROL-PAGINA.
           05 WS-LINEA-CONT       PIC 9(03)    VALUE 0.
           05 WS-MAX-LINEAS       PIC 9(03)    VALUE 55.
           05 WS-PAGINA-ACTUAL    PIC 9(05)    VALUE 0.

      *LINEAS DEL CERTIFICADO.
       01  WS-CER-TITULO.
           05 FILLER              PIC X(01)    VALUE X"0C".
           05 FILLER              PIC X(39)    VALUE
              "CERTIFICADO ANUAL DE RETENCIONES - ANO ".
           05 WS-CER-TIT-ANIO     PIC 9(04).
           05 FILLER              PIC X(40)    VALUE ' '.
           05 FILLER              PIC X(07)    VALUE "FECHA: ".
           05 WS-CER-TIT-DD       PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-CER-TIT-MM       PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-CER-TIT-AAAA     PIC 9(04).
           05 FILLER              PIC X(03)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "PAGINA: ".
           05 WS-CER-TIT-PAGINA   PIC ZZ,ZZ9.
           05 FILLER              PIC X(02)    VALUE ' '.

       01  WS-CER-GUIONES.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(118)   VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE ' '.

       01  WS-CER-EMPLEADO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(10)    VALUE "EMPLEADO: ".
           05 WS-CER-NUMERO       PIC X(05).
           05 FILLER              PIC X(03)    VALUE ' - '.
           05 WS-CER-NOMBRE       PIC X(30).
           05 FILLER              PIC X(12)    VALUE "  SUCURSAL: ".
           05 WS-CER-SUCURSAL     PIC X(03).
           05 FILLER              PIC X(56)    VALUE ' '.

       01  WS-CER-PERIODOS.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(18)    VALUE
              "MESES LIQUIDADOS: ".
           05 WS-CER-MESES        PIC Z9.
           05 FILLER              PIC X(19)    VALUE
              "   ULTIMO PERIODO: ".
           05 WS-CER-ULT-AAAA     PIC 9(04).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-CER-ULT-MM       PIC 9(02).
           05 FILLER              PIC X(73)    VALUE ' '.

       01  WS-CER-IMPORTE.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-CER-IMP-TEXTO    PIC X(40).
           05 WS-CER-IMP-VALOR    PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(63)    VALUE ' '.

       01  WS-CER-CONCEPTO.
           05 FILLER              PIC X(05)    VALUE ' '.
           05 WS-CER-CPT-NOMBRE   PIC X(20).
           05 FILLER              PIC X(16)    VALUE ' '.
           05 WS-CER-CPT-VALOR    PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(63)    VALUE ' '.

       01  WS-CER-LEYENDA.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(40)    VALUE
              "SE CERTIFICAN LAS REMUNERACIONES Y LAS R".
           05 FILLER              PIC X(40)    VALUE
              "ETENCIONES PRACTICADAS EN EL ANO.       ".
           05 FILLER              PIC X(39)    VALUE ' '.

       01  WS-CER-FIRMA-LINEA.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(30)    VALUE ALL "_".
           05 FILLER              PIC X(10)    VALUE ' '.
           05 FILLER              PIC X(30)    VALUE ALL "_".
           05 FILLER              PIC X(49)    VALUE ' '.

       01  WS-CER-FIRMA-TEXTO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(30)    VALUE
              "FIRMA Y SELLO DEL EMPLEADOR".
           05 FILLER              PIC X(10)    VALUE ' '.
           05 FILLER              PIC X(30)    VALUE
              "FIRMA DEL EMPLEADO".
           05 FILLER              PIC X(49)    VALUE ' '.

      *LINEAS DEL RESUMEN DE LA EMPRESA.
       01  WS-RES-TITULO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(40)    VALUE
              "RESUMEN DE LA EMPRESA - CONTROL CONTRA L".
           05 FILLER              PIC X(40)    VALUE
              "OS REGISTROS DE CONTROL DE PGM09        ".
           05 FILLER              PIC X(39)    VALUE ' '.

       01  WS-RES-SUBTITULO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(07)    VALUE "PERIODO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "  CANT".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(17)    VALUE
              "            BRUTO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(17)    VALUE
              "         IMPUESTO".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(17)    VALUE
              "     SEG. SOCIAL".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(17)    VALUE
              "      DED. FIJAS".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(17)    VALUE
              "             NETO".
           05 FILLER              PIC X(15)    VALUE ' '.

       01  WS-RES-DETALLE.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-RES-AAAA         PIC 9(04).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-RES-MM           PIC 9(02).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-RES-CANT         PIC ZZ,ZZ9.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-RES-BRUTO        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-RES-IMPUESTO     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-RES-SEGSOC       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-RES-DEDFIJA      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-RES-NETO         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(15)    VALUE ' '.

       01  WS-RES-SIN-CONTROL.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-RES-SC-AAAA      PIC 9(04).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-RES-SC-MM        PIC 9(02).
           05 FILLER              PIC X(08)    VALUE ' '.
           05 FILLER              PIC X(40)    VALUE
              "SIN REGISTRO DE CONTROL DE PGM09        ".
           05 FILLER              PIC X(64)    VALUE ' '.

       01  WS-RES-TOTAL.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-RES-TOT-TEXTO    PIC X(14).
           05 WS-RES-TOT-BRUTO    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-RES-TOT-IMPUESTO PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-RES-TOT-SEGSOC   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-RES-TOT-DEDFIJA  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-RES-TOT-NETO     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(16)    VALUE ' '.

       01  WS-RES-CANTIDADES.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(14)    VALUE "CERTIFICADOS: ".
           05 WS-RES-CERTIF       PIC ZZ,ZZ9.
           05 FILLER              PIC X(03)    VALUE ' - '.
           05 FILLER              PIC X(22)    VALUE
              "PERIODOS CON CONTROL: ".
           05 WS-RES-MESES        PIC Z9.
           05 FILLER              PIC X(72)    VALUE ' '.

       01  WS-RES-CPT-TITULO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(40)    VALUE
              "DEDUCCIONES FIJAS POR CONCEPTO          ".
           05 FILLER              PIC X(79)    VALUE ' '.

       01  WS-RES-CPT-DETALLE.
           05 FILLER              PIC X(05)    VALUE ' '.
           05 WS-RES-CPT-NOMBRE   PIC X(20).
           05 FILLER              PIC X(16)    VALUE ' '.
           05 WS-RES-CPT-VALOR    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(62)    VALUE ' '.

       01  WS-RES-CUADRA.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(40)    VALUE
              "ACUMULADO ANUAL CUADRA CON LOS CONTROLES".
           05 FILLER              PIC X(40)    VALUE
              " DE PGM09.                              ".
           05 FILLER              PIC X(39)    VALUE ' '.

       01  WS-RES-ALERTA.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(40)    VALUE
              "** ALERTA: ACUMULADO ANUAL NO CUADRA CON".
           05 FILLER              PIC X(40)    VALUE
              " LOS CONTROLES DE PGM09 **              ".
           05 FILLER              PIC X(39)    VALUE ' '.

       PROCEDURE DIVISION.
       010-INICIO.
           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE
           PERFORM 012-ARMA-RUTAS THRU 012-EXIT
           PERFORM 013-CARGA-CONTROLES THRU 013-EXIT

           OPEN OUTPUT CERTIF
           IF WS-FS-CERTIF NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR CERTIF - STATUS "
                     WS-FS-CERTIF
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF

           OPEN INPUT ACUMANUAL
           IF WS-FS-ACUMANUAL NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR ACUMANUAL - STATUS "
                     WS-FS-ACUMANUAL
                CLOSE CERTIF
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF

           MOVE WS-ANIO           TO WS-CER-TIT-ANIO
           MOVE WS-DATE-DD        TO WS-CER-TIT-DD
           MOVE WS-DATE-MM        TO WS-CER-TIT-MM
           MOVE WS-DATE-AAAA      TO WS-CER-TIT-AAAA

           PERFORM 020-PROCESA-UNO THRU 020-EXIT
                UNTIL WS-FS-ACUMANUAL = "10"

           CLOSE ACUMANUAL
           PERFORM 100-FIN.

       012-ARMA-RUTAS.
           ACCEPT WS-RUTA-ACUMANUAL FROM ENVIRONMENT "ACUMANUAL_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-ACUMANUAL TO WS-RUTA-ACUMANUAL
           END-ACCEPT

           ACCEPT WS-RUTA-CTLNETOS FROM ENVIRONMENT "CTLNETOS_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-CTLNETOS TO WS-RUTA-CTLNETOS
           END-ACCEPT

           ACCEPT WS-RUTA-CERTIF FROM ENVIRONMENT "CERTIF_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-CERTIF TO WS-RUTA-CERTIF
           END-ACCEPT

           ACCEPT WS-ANIO-X FROM ENVIRONMENT "CERTIF_ANIO"
                ON EXCEPTION
                     MOVE SPACES TO WS-ANIO-X
           END-ACCEPT
           IF WS-ANIO-X NUMERIC
                MOVE WS-ANIO-R     TO WS-ANIO
           ELSE
                MOVE WS-DATE-AAAA  TO WS-ANIO
           END-IF.
       012-EXIT.
           EXIT.

      *CARGA LOS REGISTROS DE CONTROL DEL ANO QUE DEJA PGM09. SIN
      *ARCHIVO DE CONTROL SE EMITEN LOS CERTIFICADOS IGUAL, PERO EL
      *RESUMEN NO VA A CUADRAR.
       013-CARGA-CONTROLES.
           OPEN INPUT CTLNETOS
           IF WS-FS-CTLNETOS NOT = "00"
                DISPLAY "AVISO: SIN ARCHIVO CTLNETOS - STATUS "
                     WS-FS-CTLNETOS
                MOVE 4             TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
                GO TO 013-EXIT
           END-IF
           PERFORM 0130-CARGA-UN-CONTROL THRU 0130-EXIT
                UNTIL WS-FS-CTLNETOS = "10"
           CLOSE CTLNETOS.
       013-EXIT.
           EXIT.

       0130-CARGA-UN-CONTROL.
           READ CTLNETOS INTO WS-REG-CTLNETOS
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-CTLNETOS = "10"
                GO TO 0130-EXIT
           END-IF
           ADD 1                  TO WS-CONTROLES-LEIDOS
           IF WS-CTN-PERIODO NOT NUMERIC
                DISPLAY "AVISO: CONTROL IGNORADO EN CTLNETOS: "
                     WS-CTN-PERIODO
                GO TO 0130-EXIT
           END-IF
           IF WS-CTN-AAAA NOT = WS-ANIO OR
              WS-CTN-MM < 1 OR WS-CTN-MM > 12
                GO TO 0130-EXIT
           END-IF
           MOVE WS-CTN-MM         TO WS-MES-IX
           SET CONTROL-CARGADO (WS-MES-IX) TO TRUE
           MOVE WS-CTN-CANTIDAD   TO WS-CTL-TAB-CANT (WS-MES-IX)
           MOVE WS-CTN-BRUTO      TO WS-CTL-TAB-BRUTO (WS-MES-IX)
           MOVE WS-CTN-IMPUESTO   TO WS-CTL-TAB-IMPUESTO (WS-MES-IX)
           MOVE WS-CTN-SEGSOC     TO WS-CTL-TAB-SEGSOC (WS-MES-IX)
           MOVE WS-CTN-DEDFIJA    TO WS-CTL-TAB-DEDFIJA (WS-MES-IX)
           MOVE WS-CTN-NETO       TO WS-CTL-TAB-NETO (WS-MES-IX).
       0130-EXIT.
           EXIT.

       015-ENCABEZADO.
           ADD 1                  TO WS-PAGINA-ACTUAL
           MOVE WS-PAGINA-ACTUAL  TO WS-CER-TIT-PAGINA
           WRITE REG-CERTIF FROM WS-CER-TITULO AFTER ADVANCING 1
           WRITE REG-CERTIF FROM WS-CER-GUIONES AFTER ADVANCING 1
           MOVE 2                 TO WS-LINEA-CONT.
       015-EXIT.
           EXIT.

       016-VERIFICA-SALTO.
           IF WS-LINEA-CONT NOT < WS-MAX-LINEAS
                PERFORM 015-ENCABEZADO THRU 015-EXIT
           END-IF.
       016-EXIT.
           EXIT.

      *UN REGISTRO DEL ACUMULADO: SOLO LOS DEL ANO PEDIDO.
       020-PROCESA-UNO.
           READ ACUMANUAL INTO WS-REG-ACUM
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-ACUMANUAL = "10"
                GO TO 020-EXIT
           END-IF
           ADD 1                  TO WS-LEIDOS-ACU
           IF WS-ACU-ANIO NOT = WS-ANIO
                GO TO 020-EXIT
           END-IF

           PERFORM 030-IMPRIME-CERTIFICADO THRU 030-EXIT
           ADD 1                  TO WS-CERTIFICADOS
           ADD WS-ACU-BRUTO       TO WS-TAC-BRUTO
           ADD WS-ACU-IMPUESTO    TO WS-TAC-IMPUESTO
           ADD WS-ACU-SEGSOC      TO WS-TAC-SEGSOC
           ADD WS-ACU-DEDFIJA     TO WS-TAC-DEDFIJA
           ADD WS-ACU-NETO        TO WS-TAC-NETO.
       020-EXIT.
           EXIT.

      *UN CERTIFICADO POR PAGINA, CON LOS CONCEPTOS DE DEDUCCION
      *FIJA DETALLADOS Y LUGAR PARA LAS FIRMAS.
       030-IMPRIME-CERTIFICADO.
           PERFORM 015-ENCABEZADO THRU 015-EXIT
           MOVE WS-ACU-NUMERO     TO WS-CER-NUMERO
           MOVE WS-ACU-NOMBRE     TO WS-CER-NOMBRE
           MOVE WS-ACU-SUCURSAL   TO WS-CER-SUCURSAL
           WRITE REG-CERTIF FROM WS-CER-EMPLEADO AFTER ADVANCING 1
           MOVE WS-ACU-MESES      TO WS-CER-MESES
           MOVE WS-ACU-ULT-AAAA   TO WS-CER-ULT-AAAA
           MOVE WS-ACU-ULT-MM     TO WS-CER-ULT-MM
           WRITE REG-CERTIF FROM WS-CER-PERIODOS AFTER ADVANCING 1
           WRITE REG-CERTIF FROM WS-CER-GUIONES AFTER ADVANCING 1

           MOVE "REMUNERACION BRUTA"  TO WS-CER-IMP-TEXTO
           MOVE WS-ACU-BRUTO      TO WS-CER-IMP-VALOR
           WRITE REG-CERTIF FROM WS-CER-IMPORTE AFTER ADVANCING 2
           MOVE "IMPUESTO RETENIDO"   TO WS-CER-IMP-TEXTO
           MOVE WS-ACU-IMPUESTO   TO WS-CER-IMP-VALOR
           WRITE REG-CERTIF FROM WS-CER-IMPORTE AFTER ADVANCING 1
           MOVE "SEGURIDAD SOCIAL"    TO WS-CER-IMP-TEXTO
           MOVE WS-ACU-SEGSOC     TO WS-CER-IMP-VALOR
           WRITE REG-CERTIF FROM WS-CER-IMPORTE AFTER ADVANCING 1
           MOVE "DEDUCCIONES FIJAS"   TO WS-CER-IMP-TEXTO
           MOVE WS-ACU-DEDFIJA    TO WS-CER-IMP-VALOR
           WRITE REG-CERTIF FROM WS-CER-IMPORTE AFTER ADVANCING 1

           MOVE 0                 TO WS-ACU-IX
           PERFORM 031-IMPRIME-CONCEPTO THRU 031-EXIT
                UNTIL WS-ACU-IX NOT < 5

           MOVE "NETO PERCIBIDO"      TO WS-CER-IMP-TEXTO
           MOVE WS-ACU-NETO       TO WS-CER-IMP-VALOR
           WRITE REG-CERTIF FROM WS-CER-IMPORTE AFTER ADVANCING 2

           WRITE REG-CERTIF FROM WS-CER-LEYENDA AFTER ADVANCING 3
           WRITE REG-CERTIF FROM WS-CER-FIRMA-LINEA AFTER ADVANCING 4
           WRITE REG-CERTIF FROM WS-CER-FIRMA-TEXTO AFTER ADVANCING 1.
       030-EXIT.
           EXIT.

      *CADA CONCEPTO DEL EMPLEADO SE SUMA TAMBIEN AL TOTAL DE LA
      *EMPRESA POR CONCEPTO.
       031-IMPRIME-CONCEPTO.
           ADD 1                  TO WS-ACU-IX
           IF WS-ACU-CPT-NOMBRE (WS-ACU-IX) = SPACES
                GO TO 031-EXIT
           END-IF
           MOVE WS-ACU-CPT-NOMBRE (WS-ACU-IX)  TO WS-CER-CPT-NOMBRE
           MOVE WS-ACU-CPT-IMPORTE (WS-ACU-IX) TO WS-CER-CPT-VALOR
           WRITE REG-CERTIF FROM WS-CER-CONCEPTO AFTER ADVANCING 1
           PERFORM 032-SUMA-CPT-EMPRESA THRU 032-EXIT.
       031-EXIT.
           EXIT.

      *SI LA TABLA DE LA EMPRESA SE LLENA, EL ULTIMO LUGAR JUNTA EL
      *RESTO COMO "OTROS CONCEPTOS", IGUAL QUE EN EL ACUMULADO.
       032-SUMA-CPT-EMPRESA.
           MOVE 0                 TO WS-CPE-LUGAR
           MOVE 0                 TO WS-CPE-IX
           PERFORM 033-BUSCA-CPT-EMPRESA THRU 033-EXIT
                UNTIL WS-CPE-LUGAR > 0 OR
                      WS-CPE-IX NOT < WS-CPE-CARGADOS
           IF WS-CPE-LUGAR = 0
                IF WS-CPE-CARGADOS < WS-CPE-MAXIMO
                     ADD 1         TO WS-CPE-CARGADOS
                     MOVE WS-CPE-CARGADOS TO WS-CPE-LUGAR
                     MOVE WS-ACU-CPT-NOMBRE (WS-ACU-IX)
                          TO WS-CPE-TAB-NOMBRE (WS-CPE-LUGAR)
                ELSE
                     MOVE WS-CPE-MAXIMO TO WS-CPE-LUGAR
                     MOVE "OTROS CONCEPTOS"
                          TO WS-CPE-TAB-NOMBRE (WS-CPE-LUGAR)
                END-IF
           END-IF
           ADD WS-ACU-CPT-IMPORTE (WS-ACU-IX)
                TO WS-CPE-TAB-IMPORTE (WS-CPE-LUGAR).
       032-EXIT.
           EXIT.

       033-BUSCA-CPT-EMPRESA.
           ADD 1                  TO WS-CPE-IX
           IF WS-CPE-TAB-NOMBRE (WS-CPE-IX) =
              WS-ACU-CPT-NOMBRE (WS-ACU-IX)
                MOVE WS-CPE-IX     TO WS-CPE-LUGAR
           END-IF.
       033-EXIT.
           EXIT.

      *RESUMEN DE LA EMPRESA: UN RENGLON POR MES CON EL CONTROL DE
      *PGM09, EL TOTAL DE LOS CONTROLES Y EL TOTAL DEL ACUMULADO.
       040-RESUMEN-EMPRESA.
           PERFORM 015-ENCABEZADO THRU 015-EXIT
           WRITE REG-CERTIF FROM WS-RES-TITULO AFTER ADVANCING 1
           WRITE REG-CERTIF FROM WS-CER-GUIONES AFTER ADVANCING 1
           WRITE REG-CERTIF FROM WS-RES-SUBTITULO AFTER ADVANCING 1
           WRITE REG-CERTIF FROM WS-CER-GUIONES AFTER ADVANCING 1
           ADD 4                  TO WS-LINEA-CONT

           MOVE 0                 TO WS-MES-IX
           PERFORM 041-RESUMEN-UN-MES THRU 041-EXIT
                UNTIL WS-MES-IX NOT < 12

           WRITE REG-CERTIF FROM WS-CER-GUIONES AFTER ADVANCING 1
           MOVE "TOTAL CONTROL"   TO WS-RES-TOT-TEXTO
           MOVE WS-TCT-BRUTO      TO WS-RES-TOT-BRUTO
           MOVE WS-TCT-IMPUESTO   TO WS-RES-TOT-IMPUESTO
           MOVE WS-TCT-SEGSOC     TO WS-RES-TOT-SEGSOC
           MOVE WS-TCT-DEDFIJA    TO WS-RES-TOT-DEDFIJA
           MOVE WS-TCT-NETO       TO WS-RES-TOT-NETO
           WRITE REG-CERTIF FROM WS-RES-TOTAL AFTER ADVANCING 1
           MOVE "TOTAL ACUMUL."   TO WS-RES-TOT-TEXTO
           MOVE WS-TAC-BRUTO      TO WS-RES-TOT-BRUTO
           MOVE WS-TAC-IMPUESTO   TO WS-RES-TOT-IMPUESTO
           MOVE WS-TAC-SEGSOC     TO WS-RES-TOT-SEGSOC
           MOVE WS-TAC-DEDFIJA    TO WS-RES-TOT-DEDFIJA
           MOVE WS-TAC-NETO       TO WS-RES-TOT-NETO
           WRITE REG-CERTIF FROM WS-RES-TOTAL AFTER ADVANCING 1

           MOVE WS-CERTIFICADOS   TO WS-RES-CERTIF
           MOVE WS-MESES-CONTROL  TO WS-RES-MESES
           WRITE REG-CERTIF FROM WS-RES-CANTIDADES AFTER ADVANCING 2
           ADD 5                  TO WS-LINEA-CONT

           IF WS-CPE-CARGADOS > 0
                PERFORM 016-VERIFICA-SALTO THRU 016-EXIT
                WRITE REG-CERTIF FROM WS-RES-CPT-TITULO
                     AFTER ADVANCING 2
                ADD 2              TO WS-LINEA-CONT
                MOVE 0             TO WS-CPE-IX
                PERFORM 042-RESUMEN-UN-CPT THRU 042-EXIT
                     UNTIL WS-CPE-IX NOT < WS-CPE-CARGADOS
           END-IF.
       040-EXIT.
           EXIT.

       041-RESUMEN-UN-MES.
           ADD 1                  TO WS-MES-IX
           PERFORM 016-VERIFICA-SALTO THRU 016-EXIT
           IF NOT CONTROL-CARGADO (WS-MES-IX)
                MOVE WS-ANIO       TO WS-RES-SC-AAAA
                MOVE WS-MES-IX     TO WS-RES-SC-MM
                WRITE REG-CERTIF FROM WS-RES-SIN-CONTROL
                     AFTER ADVANCING 1
                ADD 1              TO WS-LINEA-CONT
                GO TO 041-EXIT
           END-IF
           ADD 1                  TO WS-MESES-CONTROL
           ADD WS-CTL-TAB-CANT (WS-MES-IX)     TO WS-TCT-CANT
           ADD WS-CTL-TAB-BRUTO (WS-MES-IX)    TO WS-TCT-BRUTO
           ADD WS-CTL-TAB-IMPUESTO (WS-MES-IX) TO WS-TCT-IMPUESTO
           ADD WS-CTL-TAB-SEGSOC (WS-MES-IX)   TO WS-TCT-SEGSOC
           ADD WS-CTL-TAB-DEDFIJA (WS-MES-IX)  TO WS-TCT-DEDFIJA
           ADD WS-CTL-TAB-NETO (WS-MES-IX)     TO WS-TCT-NETO
           MOVE WS-ANIO           TO WS-RES-AAAA
           MOVE WS-MES-IX         TO WS-RES-MM
           MOVE WS-CTL-TAB-CANT (WS-MES-IX)     TO WS-RES-CANT
           MOVE WS-CTL-TAB-BRUTO (WS-MES-IX)    TO WS-RES-BRUTO
           MOVE WS-CTL-TAB-IMPUESTO (WS-MES-IX) TO WS-RES-IMPUESTO
           MOVE WS-CTL-TAB-SEGSOC (WS-MES-IX)   TO WS-RES-SEGSOC
           MOVE WS-CTL-TAB-DEDFIJA (WS-MES-IX)  TO WS-RES-DEDFIJA
           MOVE WS-CTL-TAB-NETO (WS-MES-IX)     TO WS-RES-NETO
           WRITE REG-CERTIF FROM WS-RES-DETALLE AFTER ADVANCING 1
           ADD 1                  TO WS-LINEA-CONT.
       041-EXIT.
           EXIT.

       042-RESUMEN-UN-CPT.
           ADD 1                  TO WS-CPE-IX
           PERFORM 016-VERIFICA-SALTO THRU 016-EXIT
           MOVE WS-CPE-TAB-NOMBRE (WS-CPE-IX)  TO WS-RES-CPT-NOMBRE
           MOVE WS-CPE-TAB-IMPORTE (WS-CPE-IX) TO WS-RES-CPT-VALOR
           WRITE REG-CERTIF FROM WS-RES-CPT-DETALLE AFTER ADVANCING 1
           ADD 1                  TO WS-LINEA-CONT.
       042-EXIT.
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

      *EL ACUMULADO DE TODOS LOS EMPLEADOS DEBE SER IGUAL A LA SUMA
      *DE LOS CONTROLES DE PGM09 DEL ANO; SI NO, ALGUNA CORRIDA NO SE
      *ACUMULO (PERIODO RECHAZADO) O SE TOCO EL ARCHIVO EN EL MEDIO.
       100-FIN.
           PERFORM 040-RESUMEN-EMPRESA THRU 040-EXIT

           IF WS-TAC-BRUTO NOT = WS-TCT-BRUTO OR
              WS-TAC-IMPUESTO NOT = WS-TCT-IMPUESTO OR
              WS-TAC-SEGSOC NOT = WS-TCT-SEGSOC OR
              WS-TAC-DEDFIJA NOT = WS-TCT-DEDFIJA OR
              WS-TAC-NETO NOT = WS-TCT-NETO
                SET TOTALES-NO-CUADRAN TO TRUE
           END-IF

           IF TOTALES-CUADRAN
                WRITE REG-CERTIF FROM WS-RES-CUADRA AFTER ADVANCING 2
           ELSE
                WRITE REG-CERTIF FROM WS-RES-ALERTA AFTER ADVANCING 2
                DISPLAY "ALERTA: ACUMULADO ANUAL NO CUADRA CON LOS "
                     "CONTROLES DE PGM09"
                MOVE 8             TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
           END-IF

           IF WS-CERTIFICADOS = 0
                DISPLAY "AVISO: SIN ACUMULADOS PARA EL ANO " WS-ANIO
                MOVE 4             TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
           END-IF

           DISPLAY "CERTIFICADOS EMITIDOS: " WS-CERTIFICADOS
           CLOSE CERTIF
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           STOP RUN.
