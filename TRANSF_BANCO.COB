      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.       PGM16.
      * Author:AYELEN RIVERO.
      * Date:02/09/26.

      *---------------------------------------------------------------*
      *OBJETIVO: ARMAR EL ARCHIVO DE TRANSFERENCIA DE HABERES PARA EL *
      *          BANCO A PARTIR DEL EXPORT DE NETOS DE PGM09. CORRE   *
      *          DESPUES DE PGM09: POR CADA NETO BUSCA EL EMPLEADO EN *
      *          EL EXPORT DE PGM01 (STATUS Y NOMBRE) Y SU CUENTA EN  *
      *          EL MAESTRO DE CUENTAS BANCARIAS (CUENTAS.DAT, VER    *
      *          PGM15). GRABA EL ARCHIVO DE LONGITUD FIJA DEL BANCO  *
      *          (CABECERA, UN DETALLE POR BENEFICIARIO Y COLA CON    *
      *          CANTIDAD E IMPORTE). LOS EMPLEADOS INACTIVOS, SIN    *
      *          CUENTA, CON CBU INVALIDO O CON NETO EN CERO QUEDAN   *
      *          FUERA DEL ARCHIVO Y VAN AL LISTADO DE EXCEPCIONES.   *
      *          LA COLA SE RECONCILIA CONTRA EL TOTAL DE NETOS (Y    *
      *          ESTE CONTRA EL REGISTRO DE CONTROL DE PGM09, QUE     *
      *          DEBE SER DEL PERIODO DE NOMINA_PERIODO): SI NO       *
      *          CUADRA SE ALERTA Y SE ELEVA EL CODIGO DE RETORNO     *
      *          PARA QUE TESORERIA NO LIBERE EL PAGO.                *
      *          UN EMPLEADO INACTIVO QUE TRAE LIQUIDACION FINAL EN EL*
      *          NETO (BAJA DEL PERIODO, VER PGM23) SI SE TRANSFIERE: *
      *          ES SU ULTIMO PAGO.                                   *
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

           SELECT CUENTAS   ASSIGN TO DYNAMIC WS-RUTA-CUENTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CTA-NUMERO
               FILE STATUS IS WS-FS-CUENTAS.

           SELECT CTLNETOS  ASSIGN TO DYNAMIC WS-RUTA-CTLNETOS
               FILE STATUS IS WS-FS-CTLNETOS.

           SELECT TRANSFER  ASSIGN TO DYNAMIC WS-RUTA-TRANSFER
               FILE STATUS IS WS-FS-TRANSFER.

           SELECT TRANSEXC  ASSIGN TO DYNAMIC WS-RUTA-TRANSEXC
               FILE STATUS IS WS-FS-TRANSEXC.

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

       FD  CUENTAS

           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CUENTAS.
           05 REG-CTA-NUMERO      PIC X(05).
           05 FILLER              PIC X(75).

       FD  CTLNETOS

           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CTLNETOS           PIC X(130).

       FD  TRANSFER

           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-TRANSFER           PIC X(100).

       FD  TRANSEXC

           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-TRANSEXC           PIC X(120).

       WORKING-STORAGE SECTION.
      *RUTAS DE ARCHIVOS EXTERNALIZADAS POR VARIABLE DE ENTORNO.
       01  WS-RUTAS-ARCHIVOS.
           05 WS-RUTA-NETOS       PIC X(100)   VALUE SPACES.
           05 WS-RUTA-EXPORTA     PIC X(100)   VALUE SPACES.
           05 WS-RUTA-CUENTAS     PIC X(100)   VALUE SPACES.
           05 WS-RUTA-CTLNETOS    PIC X(100)   VALUE SPACES.
           05 WS-RUTA-TRANSFER    PIC X(100)   VALUE SPACES.
           05 WS-RUTA-TRANSEXC    PIC X(100)   VALUE SPACES.

       01  WS-RUTAS-DEFAULT.
           05 WS-DEF-NETOS        PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\NETOS.TXT".
           05 WS-DEF-EXPORTA      PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\EXPORTA.TXT".
           05 WS-DEF-CUENTAS      PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\CUENTAS.DAT".
           05 WS-DEF-CTLNETOS     PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\CTLNETOS.TXT".
           05 WS-DEF-TRANSFER     PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\TRANSFER.TXT".
           05 WS-DEF-TRANSEXC     PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\TRANSEXC.TXT".

       01  WS-FS-NETOS            PIC X(02)    VALUE SPACES.
       01  WS-FS-EXPORTA          PIC X(02)    VALUE SPACES.
       01  WS-FS-CUENTAS          PIC X(02)    VALUE SPACES.
       01  WS-FS-CTLNETOS         PIC X(02)    VALUE SPACES.
       01  WS-FS-TRANSFER         PIC X(02)    VALUE SPACES.
       01  WS-FS-TRANSEXC         PIC X(02)    VALUE SPACES.

      *PARAMETROS DEL ARCHIVO DEL BANCO: IDENTIFICACION DE LA EMPRESA
      *(TRANSF_EMPRESA), FECHA DE ACREDITACION (TRANSF_FECHA_PAGO,
      *AAAAMMDD, POR DEFECTO LA DE LA CORRIDA) Y PERIODO DE NOMINA
      *(NOMINA_PERIODO, EL MISMO QUE USA PGM09).
       01  WS-PARAMETROS.
           05 WS-EMPRESA          PIC X(11)    VALUE "00000000000".
           05 WS-FECHA-PAGO-X     PIC X(08)    VALUE SPACES.
           05 WS-FECHA-PAGO-R REDEFINES WS-FECHA-PAGO-X
                                  PIC 9(08).
           05 WS-FECHA-PAGO       PIC 9(08)    VALUE 0.
           05 WS-PERIODO-X        PIC X(06)    VALUE SPACES.
           05 WS-PERIODO-R REDEFINES WS-PERIODO-X.
              10 WS-PERX-AAAA     PIC 9(04).
              10 WS-PERX-MM       PIC 9(02).
           05 WS-PERIODO          PIC 9(06)    VALUE 0.
           05 WS-PERIODO-D REDEFINES WS-PERIODO.
              10 WS-PER-AAAA      PIC 9(04).
              10 WS-PER-MM        PIC 9(02).

      *REGISTRO DE NETOS DE PGM09 DESARMADO DEL CSV. DE LO QUE VA
      *DESPUES DEL NETO SOLO SE USA LA LIQUIDACION FINAL.
       01  WS-REG-NETO.
           05 WS-NET-SUCURSAL     PIC X(03).
           05 WS-NET-NUMERO       PIC X(05).
           05 WS-NET-BRUTO-X      PIC X(09).
           05 WS-NET-IMPUESTO-X   PIC X(09).
           05 WS-NET-SEGSOC-X     PIC X(09).
           05 WS-NET-DEDFIJA-X    PIC X(09).
           05 WS-NET-NETO-X       PIC X(09).
           05 WS-NET-NETO REDEFINES WS-NET-NETO-X
                                  PIC 9(07)V99.
           05 WS-NET-RETRO-X      PIC X(09).
           05 WS-NET-IMP-RETRO-X  PIC X(09).
           05 WS-NET-SEG-RETRO-X  PIC X(09).
           05 WS-NET-LICENCIA-X   PIC X(09).
           05 WS-NET-LIQUIDACION-X PIC X(09).
           05 WS-NET-LIQUIDACION REDEFINES WS-NET-LIQUIDACION-X
                                  PIC 9(07)V99.

      *REGISTRO DEL EXPORT DE PGM01 DESARMADO DEL CSV.
       01  WS-REG-EXPORTA.
           05 WS-EXP-SUCURSAL     PIC X(03).
           05 WS-EXP-NUMERO       PIC X(05).
           05 WS-EXP-NOMBRE       PIC X(30).
           05 WS-EXP-STATUS       PIC X(01).
           05 WS-EXP-RESTO        PIC X(20).

      *EMPLEADOS DEL EXPORT: TABLA DIRECTA POR NUMERO (SUBINDICE =
      *NUMERO + 1), COMO LAS DEDUCCIONES FIJAS EN PGM09.
       01  WS-CONTROL-EMPLEADOS.
           05 WS-EMP-CARGADOS     PIC 9(06)    VALUE 0.
           05 WS-NUM-IX           PIC 9(06)    VALUE 0.

       01  WS-TABLA-EMPLEADOS.
           05 WS-EMP-TAB          OCCURS 100000 TIMES.
              10 WS-EMP-TAB-FLAG     PIC X(01)    VALUE 'N'.
                 88 EMP-CARGADO                   VALUE 'S'.
              10 WS-EMP-TAB-STATUS   PIC X(01)    VALUE SPACES.
                 88 EMP-TAB-ACTIVO                VALUE '1'.
              10 WS-EMP-TAB-NOMBRE   PIC X(30)    VALUE SPACES.

      *CUENTA BANCARIA DEL EMPLEADO, MISMO LAYOUT QUE PGM15.
       01  WS-REG-CUENTA.
           05 WS-CTA-NUMERO       PIC X(05).
           05 WS-CTA-DATOS.
              10 WS-CTA-BANCO     PIC 9(03).
              10 WS-CTA-SUCURSAL  PIC 9(04).
              10 WS-CTA-TIPO      PIC X(02).
                 88 CTA-TIPO-VALIDO            VALUE "CA", "CC".
              10 WS-CTA-CBU       PIC X(22).
           05 WS-CTA-FECHA-ALTA   PIC 9(08).
           05 WS-CTA-FECHA-MODIF  PIC 9(08).
           05 FILLER              PIC X(28).

      *VERIFICACION DEL CBU, IGUAL QUE EN PGM15: EL MAESTRO PUEDE
      *HABER SIDO CARGADO POR OTRA VIA Y AL BANCO NO PUEDE IR UN CBU
      *QUE VA A REBOTAR.
       01  WS-CBU-CONTROL.
           05 WS-CBU-VALOR        PIC X(22)    VALUE SPACES.
           05 WS-CBU-DIGITOS REDEFINES WS-CBU-VALOR.
              10 WS-CBU-DIG       PIC 9(01)    OCCURS 22 TIMES.
           05 WS-CBU-BLOQUE-1 REDEFINES WS-CBU-VALOR.
              10 WS-CBU-BANCO     PIC 9(03).
              10 WS-CBU-SUCURSAL  PIC 9(04).
              10 FILLER           PIC X(15).
           05 WS-CBU-PESOS-X      PIC X(20)    VALUE
              "71397133971397139713".
           05 WS-CBU-PESOS REDEFINES WS-CBU-PESOS-X.
              10 WS-CBU-PESO      PIC 9(01)    OCCURS 20 TIMES.
           05 WS-CBU-IX           PIC 9(02)    VALUE 0.
           05 WS-CBU-PX           PIC 9(02)    VALUE 0.
           05 WS-CBU-DESDE        PIC 9(02)    VALUE 0.
           05 WS-CBU-HASTA        PIC 9(02)    VALUE 0.
           05 WS-CBU-SUMA         PIC 9(04)    VALUE 0.
           05 WS-CBU-COCIENTE     PIC 9(04)    VALUE 0.
           05 WS-CBU-RESTO        PIC 9(01)    VALUE 0.
           05 WS-CBU-VERIF        PIC 9(01)    VALUE 0.
           05 WS-SW-CBU           PIC X(01)    VALUE 'S'.
              88 CBU-VALIDO                    VALUE 'S'.
              88 CBU-INVALIDO                  VALUE 'N'.

      *ULTIMO REGISTRO DE CONTROL DE PGM09 (VER PGM09 060-GRABA-
      *CONTROL): DEBE SER DEL PERIODO QUE SE TRANSFIERE Y EL TOTAL
      *DE NETOS LEIDO DEBE SER EL MISMO.
       01  WS-REG-CTLNETOS.
           05 WS-CTN-PERIODO      PIC 9(06).
           05 WS-CTN-FECHA        PIC 9(08).
           05 WS-CTN-CANTIDAD     PIC 9(05).
           05 WS-CTN-BRUTO        PIC 9(11)V99.
           05 WS-CTN-IMPUESTO     PIC 9(11)V99.
           05 WS-CTN-SEGSOC       PIC 9(11)V99.
           05 WS-CTN-DEDFIJA      PIC 9(11)V99.
           05 WS-CTN-NETO         PIC 9(11)V99.
           05 FILLER              PIC X(46).

       01  WS-CONTROL-CTLNETOS.
           05 WS-SW-CTLNETOS      PIC X(01)    VALUE 'N'.
              88 CTLNETOS-LEIDO                VALUE 'S'.
           05 WS-ULT-CTN-CANTIDAD PIC 9(05)    VALUE 0.
           05 WS-ULT-CTN-NETO     PIC 9(11)V99 VALUE 0.
           05 WS-ULT-CTN-PERIODO  PIC 9(06)    VALUE 0.

      *ARCHIVO DEL BANCO: REGISTROS DE 100 POSICIONES, TIPO 'H'
      *CABECERA, 'D' DETALLE, 'T' COLA. IMPORTES SIN PUNTO DECIMAL.
       01  WS-BCO-CABECERA.
           05 WS-BCH-TIPO         PIC X(01)    VALUE 'H'.
           05 WS-BCH-EMPRESA      PIC X(11).
           05 WS-BCH-FECHA-GEN    PIC 9(08).
           05 WS-BCH-FECHA-PAGO   PIC 9(08).
           05 WS-BCH-PERIODO      PIC 9(06).
           05 WS-BCH-CONCEPTO     PIC X(10)    VALUE "HABERES".
           05 FILLER              PIC X(56)    VALUE SPACES.

       01  WS-BCO-DETALLE.
           05 WS-BCD-TIPO         PIC X(01)    VALUE 'D'.
           05 WS-BCD-SECUENCIA    PIC 9(06).
           05 WS-BCD-NUMERO       PIC X(05).
           05 WS-BCD-NOMBRE       PIC X(30).
           05 WS-BCD-BANCO        PIC 9(03).
           05 WS-BCD-SUCURSAL     PIC 9(04).
           05 WS-BCD-TIPO-CTA     PIC X(02).
           05 WS-BCD-CBU          PIC X(22).
           05 WS-BCD-IMPORTE      PIC 9(11)V99.
           05 FILLER              PIC X(14)    VALUE SPACES.

       01  WS-BCO-COLA.
           05 WS-BCT-TIPO         PIC X(01)    VALUE 'T'.
           05 WS-BCT-CANTIDAD     PIC 9(06).
           05 WS-BCT-IMPORTE      PIC 9(13)V99.
           05 FILLER              PIC X(78)    VALUE SPACES.

      *CIFRAS DE CONTROL: NETOS LEIDOS = TRANSFERIDOS + EXCEPCIONES.
       01  WS-TOTALES-TRANSF.
           05 WS-NET-LEIDOS       PIC 9(06)    VALUE 0.
           05 WS-NET-OMITIDOS     PIC 9(06)    VALUE 0.
           05 WS-NET-TOTAL        PIC 9(13)V99 VALUE 0.
           05 WS-TRF-CANTIDAD     PIC 9(06)    VALUE 0.
           05 WS-TRF-TOTAL        PIC 9(13)V99 VALUE 0.
           05 WS-EXC-CANTIDAD     PIC 9(06)    VALUE 0.
           05 WS-EXC-TOTAL        PIC 9(13)V99 VALUE 0.
           05 WS-EXC-CON-IMPORTE  PIC 9(06)    VALUE 0.
           05 WS-EXC-MOTIVO       PIC X(30)    VALUE SPACES.

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

      *LINEAS DEL LISTADO DE EXCEPCIONES Y CONTROL.
       01  WS-EXC-TITULO.
           05 FILLER              PIC X(01)    VALUE X"0C".
           05 FILLER              PIC X(40)    VALUE
              "TRANSFERENCIA DE HABERES - EXCEPCIONES  ".
           05 FILLER              PIC X(08)    VALUE "PERIODO ".
           05 WS-EXC-TIT-PER-AAAA PIC 9(04).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-EXC-TIT-PER-MM   PIC 9(02).
           05 FILLER              PIC X(29)    VALUE ' '.
           05 FILLER              PIC X(07)    VALUE "FECHA: ".
           05 WS-EXC-TIT-DD       PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-EXC-TIT-MM       PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-EXC-TIT-AAAA     PIC 9(04).
           05 FILLER              PIC X(03)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "PAGINA: ".
           05 WS-EXC-TIT-PAGINA   PIC ZZ9.
           05 FILLER              PIC X(04)    VALUE ' '.

       01  WS-EXC-GUIONES.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(118)   VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE ' '.

       01  WS-EXC-SUBTITULO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(03)    VALUE "SUC".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(05)    VALUE "NUMER".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(30)    VALUE "NOMBRE".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(12)    VALUE "        NETO".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(30)    VALUE "MOTIVO".
           05 FILLER              PIC X(32)    VALUE ' '.

       01  WS-EXC-DETALLE.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-EXC-SUCURSAL     PIC X(03).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-EXC-NUMERO       PIC X(05).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-EXC-NOMBRE       PIC X(30).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-EXC-NETO         PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-EXC-MOTIVO-LIN   PIC X(30).
           05 FILLER              PIC X(32)    VALUE ' '.

       01  WS-EXC-NINGUNA.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(40)    VALUE
              "SIN EXCEPCIONES: TODOS LOS NETOS SE TRAN".
           05 FILLER              PIC X(40)    VALUE
              "SFIEREN.                                ".
           05 FILLER              PIC X(39)    VALUE ' '.

       01  WS-EXC-CIFRAS.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-EXC-CIF-DESC     PIC X(30).
           05 FILLER              PIC X(12)    VALUE "  REGISTROS ".
           05 WS-EXC-CIF-CANT     PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(10)    VALUE "  TOTAL   ".
           05 WS-EXC-CIF-TOTAL    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(40)    VALUE ' '.

       01  WS-EXC-ALERTA.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(14)    VALUE "** ALERTA **  ".
           05 WS-EXC-ALE-DESC     PIC X(60).
           05 FILLER              PIC X(45)    VALUE ' '.

       01  WS-EXC-CONFORME.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-EXC-CON-DESC     PIC X(70).
           05 FILLER              PIC X(49)    VALUE ' '.

       PROCEDURE DIVISION.
       010-INICIO.
           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE
           PERFORM 012-ARMA-RUTAS THRU 012-EXIT
           PERFORM 013-CARGA-EMPLEADOS THRU 013-EXIT
           PERFORM 014-LEE-CONTROL THRU 014-EXIT

           OPEN INPUT NETOS
           IF WS-FS-NETOS NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR NETOS - STATUS "
                     WS-FS-NETOS
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF

           OPEN INPUT CUENTAS
           IF WS-FS-CUENTAS NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR CUENTAS - STATUS "
                     WS-FS-CUENTAS
                CLOSE NETOS
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF

           OPEN OUTPUT TRANSFER
                OUTPUT TRANSEXC
           IF WS-FS-TRANSFER NOT = "00" OR WS-FS-TRANSEXC NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR TRANSFER - STATUS "
                     WS-FS-TRANSFER " TRANSEXC - STATUS " WS-FS-TRANSEXC
                CLOSE NETOS
                CLOSE CUENTAS
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF

           MOVE WS-PER-AAAA       TO WS-EXC-TIT-PER-AAAA
           MOVE WS-PER-MM         TO WS-EXC-TIT-PER-MM
           MOVE WS-DATE-DD        TO WS-EXC-TIT-DD
           MOVE WS-DATE-MM        TO WS-EXC-TIT-MM
           MOVE WS-DATE-AAAA      TO WS-EXC-TIT-AAAA
           PERFORM 015-ENCABEZADO THRU 015-EXIT

           MOVE WS-EMPRESA        TO WS-BCH-EMPRESA
           MOVE WS-ACTUAL-DATE    TO WS-BCH-FECHA-GEN
           MOVE WS-FECHA-PAGO     TO WS-BCH-FECHA-PAGO
           MOVE WS-PERIODO        TO WS-BCH-PERIODO
           WRITE REG-TRANSFER FROM WS-BCO-CABECERA

           PERFORM 020-PROCESA-UNO THRU 020-EXIT
                UNTIL WS-FS-NETOS = "10"

           MOVE WS-TRF-CANTIDAD   TO WS-BCT-CANTIDAD
           MOVE WS-TRF-TOTAL      TO WS-BCT-IMPORTE
           WRITE REG-TRANSFER FROM WS-BCO-COLA

           CLOSE NETOS
           CLOSE CUENTAS
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

           ACCEPT WS-RUTA-CUENTAS FROM ENVIRONMENT "CUENTAS_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-CUENTAS TO WS-RUTA-CUENTAS
           END-ACCEPT

           ACCEPT WS-RUTA-CTLNETOS FROM ENVIRONMENT "CTLNETOS_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-CTLNETOS TO WS-RUTA-CTLNETOS
           END-ACCEPT

           ACCEPT WS-RUTA-TRANSFER FROM ENVIRONMENT "TRANSF_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-TRANSFER TO WS-RUTA-TRANSFER
           END-ACCEPT

           ACCEPT WS-RUTA-TRANSEXC FROM ENVIRONMENT "TRANSF_EXC_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-TRANSEXC TO WS-RUTA-TRANSEXC
           END-ACCEPT

           ACCEPT WS-EMPRESA FROM ENVIRONMENT "TRANSF_EMPRESA"
                ON EXCEPTION
                     MOVE "00000000000" TO WS-EMPRESA
           END-ACCEPT

           ACCEPT WS-FECHA-PAGO-X FROM ENVIRONMENT "TRANSF_FECHA_PAGO"
                ON EXCEPTION
                     MOVE SPACES TO WS-FECHA-PAGO-X
           END-ACCEPT
           IF WS-FECHA-PAGO-X NUMERIC
                MOVE WS-FECHA-PAGO-R TO WS-FECHA-PAGO
           ELSE
                MOVE WS-ACTUAL-DATE TO WS-FECHA-PAGO
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

      *CARGA STATUS Y NOMBRE DE CADA EMPLEADO DEL EXPORT DE PGM01
      *(QUE INCLUYE A LOS INACTIVOS). EL TRAILER SE SALTEA.
       013-CARGA-EMPLEADOS.
           OPEN INPUT EXPORTA
           IF WS-FS-EXPORTA NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR EXPORTA - STATUS "
                     WS-FS-EXPORTA
                PERFORM 099-ABEND-ARCHIVO THRU 099-EXIT
           END-IF
           PERFORM 0130-CARGA-UN-EMPLEADO THRU 0130-EXIT
                UNTIL WS-FS-EXPORTA = "10"
           CLOSE EXPORTA.
       013-EXIT.
           EXIT.

       0130-CARGA-UN-EMPLEADO.
           READ EXPORTA
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-EXPORTA = "10"
                GO TO 0130-EXIT
           END-IF
           IF REG-EXPORTA (1:8) = "TRAILER,"
                GO TO 0130-EXIT
           END-IF
           MOVE SPACES            TO WS-REG-EXPORTA
           UNSTRING REG-EXPORTA DELIMITED BY ","
                INTO WS-EXP-SUCURSAL
                     WS-EXP-NUMERO
                     WS-EXP-NOMBRE
                     WS-EXP-STATUS
                     WS-EXP-RESTO
           END-UNSTRING
           IF WS-EXP-NUMERO NUMERIC
                COMPUTE WS-NUM-IX = FUNCTION NUMVAL (WS-EXP-NUMERO) + 1
                SET EMP-CARGADO (WS-NUM-IX) TO TRUE
                MOVE WS-EXP-STATUS TO WS-EMP-TAB-STATUS (WS-NUM-IX)
                MOVE WS-EXP-NOMBRE TO WS-EMP-TAB-NOMBRE (WS-NUM-IX)
                ADD 1              TO WS-EMP-CARGADOS
           END-IF.
       0130-EXIT.
           EXIT.

      *ULTIMO REGISTRO DE CONTROL DE PGM09. SI NO ESTA SE AVISA Y SE
      *SIGUE: LA COLA SE RECONCILIA IGUAL CONTRA EL TOTAL DE NETOS.
       014-LEE-CONTROL.
           OPEN INPUT CTLNETOS
           IF WS-FS-CTLNETOS NOT = "00"
                DISPLAY "AVISO: SIN ARCHIVO CTLNETOS - STATUS "
                     WS-FS-CTLNETOS
                GO TO 014-EXIT
           END-IF
           PERFORM 0140-LEE-UN-CONTROL THRU 0140-EXIT
                UNTIL WS-FS-CTLNETOS = "10"
           CLOSE CTLNETOS.
       014-EXIT.
           EXIT.

       0140-LEE-UN-CONTROL.
           READ CTLNETOS INTO WS-REG-CTLNETOS
                AT END
                   CONTINUE
           END-READ
           IF WS-FS-CTLNETOS NOT = "10" AND
              WS-CTN-NETO NUMERIC
                SET CTLNETOS-LEIDO TO TRUE
                MOVE WS-CTN-CANTIDAD TO WS-ULT-CTN-CANTIDAD
                MOVE WS-CTN-NETO   TO WS-ULT-CTN-NETO
                MOVE WS-CTN-PERIODO TO WS-ULT-CTN-PERIODO
           END-IF.
       0140-EXIT.
           EXIT.

       015-ENCABEZADO.
           MOVE WS-PAGINA-ACTUAL  TO WS-EXC-TIT-PAGINA
           WRITE REG-TRANSEXC FROM WS-EXC-TITULO AFTER ADVANCING 1
           WRITE REG-TRANSEXC FROM WS-EXC-GUIONES AFTER ADVANCING 1
           WRITE REG-TRANSEXC FROM WS-EXC-SUBTITULO AFTER ADVANCING 1
           WRITE REG-TRANSEXC FROM WS-EXC-GUIONES AFTER ADVANCING 1
           MOVE 4                 TO WS-LINEA-CONT.
       015-EXIT.
           EXIT.

       016-VERIFICA-SALTO.
           IF WS-LINEA-CONT NOT < WS-MAX-LINEAS
                ADD 1              TO WS-PAGINA-ACTUAL
                PERFORM 015-ENCABEZADO THRU 015-EXIT
           END-IF.
       016-EXIT.
           EXIT.

      *UN NETO: VA AL BANCO SOLO SI EL EMPLEADO ESTA ACTIVO (O SE LE
      *PAGA LA LIQUIDACION FINAL DE SU BAJA), TIENE IMPORTE Y UNA
      *CUENTA CON CBU VALIDO; SI NO, A EXCEPCIONES.
       020-PROCESA-UNO.
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
                     WS-NET-LIQUIDACION-X
           END-UNSTRING
           IF WS-NET-LIQUIDACION-X NOT NUMERIC
                MOVE 0             TO WS-NET-LIQUIDACION
           END-IF
           IF WS-NET-NUMERO NOT NUMERIC OR
              WS-NET-NETO-X NOT NUMERIC
                DISPLAY "AVISO: REGISTRO DE NETOS IGNORADO: "
                     REG-NETOS
                ADD 1              TO WS-NET-OMITIDOS
                GO TO 020-EXIT
           END-IF
           ADD 1                  TO WS-NET-LEIDOS
           ADD WS-NET-NETO        TO WS-NET-TOTAL

           COMPUTE WS-NUM-IX = FUNCTION NUMVAL (WS-NET-NUMERO) + 1
           IF NOT EMP-CARGADO (WS-NUM-IX)
                MOVE "EMPLEADO NO ESTA EN EXPORTA" TO WS-EXC-MOTIVO
                PERFORM 030-EXCEPCION THRU 030-EXIT
                GO TO 020-EXIT
           END-IF
           IF NOT EMP-TAB-ACTIVO (WS-NUM-IX) AND
              WS-NET-LIQUIDACION = 0
                MOVE "EMPLEADO INACTIVO"  TO WS-EXC-MOTIVO
                PERFORM 030-EXCEPCION THRU 030-EXIT
                GO TO 020-EXIT
           END-IF
           IF WS-NET-NETO = 0
                MOVE "NETO EN CERO"       TO WS-EXC-MOTIVO
                PERFORM 030-EXCEPCION THRU 030-EXIT
                GO TO 020-EXIT
           END-IF

           MOVE WS-NET-NUMERO     TO REG-CTA-NUMERO
           READ CUENTAS INTO WS-REG-CUENTA
                INVALID KEY
                   MOVE "SIN CUENTA BANCARIA" TO WS-EXC-MOTIVO
                   PERFORM 030-EXCEPCION THRU 030-EXIT
                   GO TO 020-EXIT
           END-READ
           PERFORM 032-VALIDA-CUENTA THRU 032-EXIT
           IF CBU-INVALIDO
                PERFORM 030-EXCEPCION THRU 030-EXIT
                GO TO 020-EXIT
           END-IF

           PERFORM 040-GRABA-DETALLE THRU 040-EXIT.
       020-EXIT.
           EXIT.

       030-EXCEPCION.
           PERFORM 016-VERIFICA-SALTO THRU 016-EXIT
           MOVE WS-NET-SUCURSAL   TO WS-EXC-SUCURSAL
           MOVE WS-NET-NUMERO     TO WS-EXC-NUMERO
           MOVE SPACES            TO WS-EXC-NOMBRE
           IF EMP-CARGADO (WS-NUM-IX)
                MOVE WS-EMP-TAB-NOMBRE (WS-NUM-IX) TO WS-EXC-NOMBRE
           END-IF
           MOVE WS-NET-NETO       TO WS-EXC-NETO
           MOVE WS-EXC-MOTIVO     TO WS-EXC-MOTIVO-LIN
           WRITE REG-TRANSEXC FROM WS-EXC-DETALLE AFTER ADVANCING 1
           ADD 1                  TO WS-LINEA-CONT
           ADD 1                  TO WS-EXC-CANTIDAD
           ADD WS-NET-NETO        TO WS-EXC-TOTAL
           IF WS-NET-NETO > 0
                ADD 1              TO WS-EXC-CON-IMPORTE
           END-IF.
       030-EXIT.
           EXIT.

      *TIPO DE CUENTA CA/CC, CBU DE 22 DIGITOS CON SUS DOS DIGITOS
      *VERIFICADORES Y BANCO/SUCURSAL DEL CBU IGUALES A LOS DE LA
      *CUENTA.
       032-VALIDA-CUENTA.
           SET CBU-VALIDO         TO TRUE
           IF NOT CTA-TIPO-VALIDO
                SET CBU-INVALIDO   TO TRUE
                MOVE "TIPO DE CUENTA INVALIDO" TO WS-EXC-MOTIVO
                GO TO 032-EXIT
           END-IF
           MOVE WS-CTA-CBU        TO WS-CBU-VALOR
           IF WS-CBU-VALOR NOT NUMERIC
                SET CBU-INVALIDO   TO TRUE
                MOVE "CBU NO NUMERICO O INCOMPLETO" TO WS-EXC-MOTIVO
                GO TO 032-EXIT
           END-IF

           MOVE 1                 TO WS-CBU-DESDE
           MOVE 7                 TO WS-CBU-HASTA
           MOVE 1                 TO WS-CBU-PX
           PERFORM 0320-DIGITO-VERIFICADOR THRU 0320-EXIT
           IF WS-CBU-VERIF NOT = WS-CBU-DIG (8)
                SET CBU-INVALIDO   TO TRUE
                MOVE "CBU CON VERIFICADOR INVALIDO" TO WS-EXC-MOTIVO
                GO TO 032-EXIT
           END-IF

           MOVE 9                 TO WS-CBU-DESDE
           MOVE 21                TO WS-CBU-HASTA
           MOVE 8                 TO WS-CBU-PX
           PERFORM 0320-DIGITO-VERIFICADOR THRU 0320-EXIT
           IF WS-CBU-VERIF NOT = WS-CBU-DIG (22)
                SET CBU-INVALIDO   TO TRUE
                MOVE "CBU CON VERIFICADOR INVALIDO" TO WS-EXC-MOTIVO
                GO TO 032-EXIT
           END-IF

           IF WS-CBU-BANCO NOT = WS-CTA-BANCO OR
              WS-CBU-SUCURSAL NOT = WS-CTA-SUCURSAL
                SET CBU-INVALIDO   TO TRUE
                MOVE "CBU NO COINCIDE CON BANCO/SUC" TO WS-EXC-MOTIVO
           END-IF.
       032-EXIT.
           EXIT.

      *SUMA PONDERADA DE LOS DIGITOS WS-CBU-DESDE A WS-CBU-HASTA CON
      *LOS PESOS A PARTIR DE WS-CBU-PX; EL VERIFICADOR ES LO QUE LE
      *FALTA A LA SUMA PARA LLEGAR A LA DECENA SIGUIENTE.
       0320-DIGITO-VERIFICADOR.
           MOVE 0                 TO WS-CBU-SUMA
           MOVE WS-CBU-DESDE      TO WS-CBU-IX
           PERFORM 0321-SUMA-DIGITO THRU 0321-EXIT
                UNTIL WS-CBU-IX > WS-CBU-HASTA
           DIVIDE WS-CBU-SUMA BY 10 GIVING WS-CBU-COCIENTE
                REMAINDER WS-CBU-RESTO
           IF WS-CBU-RESTO = 0
                MOVE 0             TO WS-CBU-VERIF
           ELSE
                COMPUTE WS-CBU-VERIF = 10 - WS-CBU-RESTO
           END-IF.
       0320-EXIT.
           EXIT.

       0321-SUMA-DIGITO.
           COMPUTE WS-CBU-SUMA = WS-CBU-SUMA +
                WS-CBU-DIG (WS-CBU-IX) * WS-CBU-PESO (WS-CBU-PX)
           ADD 1                  TO WS-CBU-IX
           ADD 1                  TO WS-CBU-PX.
       0321-EXIT.
           EXIT.

       040-GRABA-DETALLE.
           ADD 1                  TO WS-TRF-CANTIDAD
           MOVE WS-TRF-CANTIDAD   TO WS-BCD-SECUENCIA
           MOVE WS-NET-NUMERO     TO WS-BCD-NUMERO
           MOVE WS-EMP-TAB-NOMBRE (WS-NUM-IX) TO WS-BCD-NOMBRE
           MOVE WS-CTA-BANCO      TO WS-BCD-BANCO
           MOVE WS-CTA-SUCURSAL   TO WS-BCD-SUCURSAL
           MOVE WS-CTA-TIPO       TO WS-BCD-TIPO-CTA
           MOVE WS-CTA-CBU        TO WS-BCD-CBU
           MOVE WS-NET-NETO       TO WS-BCD-IMPORTE
           WRITE REG-TRANSFER FROM WS-BCO-DETALLE
           ADD WS-NET-NETO        TO WS-TRF-TOTAL.
       040-EXIT.
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

      *CIFRAS DE CONTROL: COLA DEL ARCHIVO + EXCEPCIONES = TOTAL DE
      *NETOS, Y TOTAL DE NETOS = CONTROL DE PGM09. CUALQUIER
      *DIFERENCIA ES CODIGO 8; EXCEPCIONES CON IMPORTE SON CODIGO 4
      *PORQUE ESOS EMPLEADOS SE PAGAN POR OTRA VIA.
       100-FIN.
           IF WS-EXC-CANTIDAD = 0
                PERFORM 016-VERIFICA-SALTO THRU 016-EXIT
                WRITE REG-TRANSEXC FROM WS-EXC-NINGUNA
                     AFTER ADVANCING 1
           END-IF
           WRITE REG-TRANSEXC FROM WS-EXC-GUIONES AFTER ADVANCING 2

           MOVE "NETOS LEIDOS (PGM09)"     TO WS-EXC-CIF-DESC
           MOVE WS-NET-LEIDOS     TO WS-EXC-CIF-CANT
           MOVE WS-NET-TOTAL      TO WS-EXC-CIF-TOTAL
           WRITE REG-TRANSEXC FROM WS-EXC-CIFRAS AFTER ADVANCING 1
           MOVE "TRANSFERIDOS (COLA BANCO)" TO WS-EXC-CIF-DESC
           MOVE WS-BCT-CANTIDAD   TO WS-EXC-CIF-CANT
           MOVE WS-BCT-IMPORTE    TO WS-EXC-CIF-TOTAL
           WRITE REG-TRANSEXC FROM WS-EXC-CIFRAS AFTER ADVANCING 1
           MOVE "EXCEPCIONES"     TO WS-EXC-CIF-DESC
           MOVE WS-EXC-CANTIDAD   TO WS-EXC-CIF-CANT
           MOVE WS-EXC-TOTAL      TO WS-EXC-CIF-TOTAL
           WRITE REG-TRANSEXC FROM WS-EXC-CIFRAS AFTER ADVANCING 1
           IF CTLNETOS-LEIDO
                MOVE "CONTROL DE PGM09 (CTLNETOS)" TO WS-EXC-CIF-DESC
                MOVE WS-ULT-CTN-CANTIDAD TO WS-EXC-CIF-CANT
                MOVE WS-ULT-CTN-NETO TO WS-EXC-CIF-TOTAL
                WRITE REG-TRANSEXC FROM WS-EXC-CIFRAS
                     AFTER ADVANCING 1
           END-IF

           IF WS-BCT-CANTIDAD + WS-EXC-CANTIDAD NOT = WS-NET-LEIDOS OR
              WS-BCT-IMPORTE + WS-EXC-TOTAL NOT = WS-NET-TOTAL
                MOVE "COLA + EXCEPCIONES NO CUADRA CON TOTAL DE NETOS"
                                   TO WS-EXC-ALE-DESC
                WRITE REG-TRANSEXC FROM WS-EXC-ALERTA
                     AFTER ADVANCING 2
                DISPLAY "ALERTA: TRANSFERENCIA NO CUADRA CON NETOS"
                MOVE 8             TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
           ELSE
                MOVE "COLA DEL ARCHIVO + EXCEPCIONES = TOTAL DE NETOS"
                                   TO WS-EXC-CON-DESC
                WRITE REG-TRANSEXC FROM WS-EXC-CONFORME
                     AFTER ADVANCING 2
           END-IF

      *UN CONTROL DE OTRO PERIODO ES UN NETOS VIEJO QUE QUEDO O SE
      *VOLVIO A CORRER: NO SE LO DA POR CONFORME AUNQUE CUADRE, COMO
      *EN 035-VERIFICA-CONTROL DE PGM19.
           IF CTLNETOS-LEIDO
                IF WS-ULT-CTN-PERIODO NOT = WS-PERIODO
                     MOVE SPACES   TO WS-EXC-ALE-DESC
                     STRING "CONTROL DE PGM09 DE OTRO PERIODO: "
                                 DELIMITED BY SIZE
                            WS-ULT-CTN-PERIODO DELIMITED BY SIZE
                          INTO WS-EXC-ALE-DESC
                     END-STRING
                     WRITE REG-TRANSEXC FROM WS-EXC-ALERTA
                          AFTER ADVANCING 1
                     DISPLAY "ALERTA: CTLNETOS DE OTRO PERIODO: "
                          WS-ULT-CTN-PERIODO
                     MOVE 8        TO WS-RC-NUEVO
                     PERFORM 097-ELEVA-RC THRU 097-EXIT
                ELSE
                     IF WS-NET-TOTAL NOT = WS-ULT-CTN-NETO OR
                        WS-NET-LEIDOS NOT = WS-ULT-CTN-CANTIDAD
                          MOVE "NETOS NO CUADRA CON EL CONTROL DE PGM09"
                                   TO WS-EXC-ALE-DESC
                          WRITE REG-TRANSEXC FROM WS-EXC-ALERTA
                               AFTER ADVANCING 1
                          DISPLAY "ALERTA: NETOS NO CUADRA CON CTLNETOS"
                          MOVE 8   TO WS-RC-NUEVO
                          PERFORM 097-ELEVA-RC THRU 097-EXIT
                     ELSE
                          MOVE "TOTAL DE NETOS = CONTROL DE PGM09"
                                   TO WS-EXC-CON-DESC
                          WRITE REG-TRANSEXC FROM WS-EXC-CONFORME
                               AFTER ADVANCING 1
                     END-IF
                END-IF
           ELSE
                MOVE "SIN CONTROL DE PGM09 PARA CONTRASTAR NETOS"
                                   TO WS-EXC-ALE-DESC
                WRITE REG-TRANSEXC FROM WS-EXC-ALERTA
                     AFTER ADVANCING 1
                MOVE 4             TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
           END-IF

           IF WS-NET-OMITIDOS > 0
                DISPLAY "ALERTA: REGISTROS DE NETOS ILEGIBLES: "
                     WS-NET-OMITIDOS
                MOVE 8             TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
           END-IF

           IF WS-EXC-CON-IMPORTE > 0
                DISPLAY "AVISO: NETOS FUERA DEL ARCHIVO DEL BANCO: "
                     WS-EXC-CON-IMPORTE
                MOVE 4             TO WS-RC-NUEVO
                PERFORM 097-ELEVA-RC THRU 097-EXIT
           END-IF

           CLOSE TRANSFER
           CLOSE TRANSEXC
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           STOP RUN.
