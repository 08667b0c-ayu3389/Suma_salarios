      *          EMPLEADOS Y GENERAR LA NUEVA GENERACION DEL MAESTRO, *
      *          JUNTO CON UN LISTADO DE AUDITORIA DE TRANSACCIONES   *
      *          APLICADAS Y RECHAZADAS PARA RRHH.                    *
      *          DOBLE CONTROL: CADA TRANSACCION TRAE EL OPERADOR QUE *
      *          LA CARGO. LAS BAJAS Y LOS CAMBIOS DE SALARIO QUE     *
      *          SUPERAN EL PORCENTAJE O MONTO CONFIGURADO NO SE      *
      *          APLICAN SIN LA APROBACION DE UN SEGUNDO OPERADOR:    *
      *          SE RETIENEN EN EL ARCHIVO DE PENDIENTES QUE RESUELVE *
      *          LA CORRIDA DE APROBACION (PGM17) Y VUELVEN POR PGM08 *
      *          CON EL APROBADOR CARGADO. OPERADOR Y APROBADOR       *
      *          QUEDAN EN LA AUDITORIA Y EN EL HISTORIAL.            *
      *          LAS RETENCIONES SE AGREGAN AL PENDIENTES, QUE PGM17  *
      *          REEMPLAZA POR SU PENDIENTES NUEVO: NO CORRER PGM02   *
      *          ENTRE PGM17 Y LA ROTACION DE PENDIENTES. UNA         *
      *          MODIFICACION RETROACTIVA QUE VUELVE APROBADA NO SE   *
      *          VUELVE A CONTROLAR CONTRA EL PLAZO MAXIMO: YA LO PASO*
      *          AL RETENERSE.                                        *
      *          UNA MODIFICACION PUEDE TRAER FECHA EFECTIVA PASADA:  *
      *          EL SALARIO NUEVO SE APLICA Y LA DIFERENCIA DE LOS    *
      *          MESES YA LIQUIDADOS SE GRABA EN EL ARCHIVO DE        *
      *          DIFERENCIAS RETROACTIVAS (RETRODIF.TXT) QUE PAGA     *
      *          PGM09 EN EL PERIODO DE LA CORRIDA.                   *
      *          CADA BAJA TRAE SU MOTIVO Y SI HUBO PREAVISO. LA BAJA *
      *          APLICADA DE UN EMPLEADO ACTIVO SE GRABA EN EL ARCHIVO*
      *          DE BAJAS (BAJAS.TXT) CON LOS DATOS DEL MAESTRO, PARA *
      *          QUE PGM23 CALCULE SU LIQUIDACION FINAL EN EL PERIODO *
      *          DE LA CORRIDA. LA BAJA DE UN EMPLEADO YA INACTIVO NO *
      *          GENERA LIQUIDACION Y QUEDA ANOTADA EN LA AUDITORIA.  *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT HISTORIAL ASSIGN TO DYNAMIC WS-RUTA-HISTORIAL
               FILE STATUS IS WS-FS-HISTORIAL.

           SELECT PENDIENTES ASSIGN TO DYNAMIC WS-RUTA-PENDIENTES
               FILE STATUS IS WS-FS-PENDIENTES.

           SELECT RETRODIF  ASSIGN TO DYNAMIC WS-RUTA-RETRODIF
               FILE STATUS IS WS-FS-RETRODIF.

           SELECT BAJAS     ASSIGN TO DYNAMIC WS-RUTA-BAJAS
               FILE STATUS IS WS-FS-BAJAS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO

       FD  TRANSAC

           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-TRANSAC            PIC X(80).

       FD  NUEVOMAE


       FD  HISTORIAL

           RECORD CONTAINS 180 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-HISTORIAL          PIC X(180).

       FD  PENDIENTES

           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PENDIENTES         PIC X(100).

       FD  RETRODIF

           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RETRODIF           PIC X(100).

       FD  BAJAS

           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-BAJAS              PIC X(100).

       WORKING-STORAGE SECTION.
      *RUTAS DE ARCHIVOS EXTERNALIZADAS POR VARIABLE DE ENTORNO.
           05 WS-RUTA-NUEVOMAE    PIC X(100)   VALUE SPACES.
           05 WS-RUTA-AUDITORIA   PIC X(100)   VALUE SPACES.
           05 WS-RUTA-HISTORIAL   PIC X(100)   VALUE SPACES.
           05 WS-RUTA-PENDIENTES  PIC X(100)   VALUE SPACES.
           05 WS-RUTA-RETRODIF    PIC X(100)   VALUE SPACES.
           05 WS-RUTA-BAJAS       PIC X(100)   VALUE SPACES.

       01  WS-RUTAS-DEFAULT.
           05 WS-DEF-MAESTRO      PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\AUDITORIA.TXT".
           05 WS-DEF-HISTORIAL    PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\HISTORIAL.TXT".
           05 WS-DEF-PENDIENTES   PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\PENDIENT.TXT".
           05 WS-DEF-RETRODIF     PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\RETRODIF.TXT".
           05 WS-DEF-BAJAS        PIC X(100) VALUE
           "C:\Users\ayele\OneDrive\Escritorio\PGM_EMP2\BAJAS.TXT".

       01  WS-FS-MAESTRO          PIC X(02)    VALUE SPACES.
       01  WS-FS-TRANSAC          PIC X(02)    VALUE SPACES.
       01  WS-FS-NUEVOMAE         PIC X(02)    VALUE SPACES.
       01  WS-FS-AUDITORIA        PIC X(02)    VALUE SPACES.
       01  WS-FS-HISTORIAL        PIC X(02)    VALUE SPACES.
       01  WS-FS-PENDIENTES       PIC X(02)    VALUE SPACES.
       01  WS-FS-RETRODIF         PIC X(02)    VALUE SPACES.
       01  WS-FS-BAJAS            PIC X(02)    VALUE SPACES.

      *LOS DATOS ORIGINALES VAN AGRUPADOS EN WS-MAE-DATOS PARA QUE
      *LA MODIFICACION PISE SOLO ESA PARTE Y CONSERVE LAS FECHAS DE
              10 WS-TRN-DEPTO     PIC 9(03).
              10 WS-TRN-PUESTO    PIC 9(02).
              10 WS-TRN-SALARIO   PIC 9(07)V99.
      *OPERADOR QUE CARGO LA TRANSACCION Y, SI PASO POR LA CORRIDA
      *DE APROBACION, EL SEGUNDO OPERADOR QUE LA APROBO.
           05 WS-TRN-OPERADOR     PIC X(08).
           05 WS-TRN-APROBADOR    PIC X(08).
      *FECHA EFECTIVA DE UNA MODIFICACION (AAAAMMDD). EN BLANCO O EN
      *CEROS RIGE DESDE LA FECHA DE LA CORRIDA.
           05 WS-TRN-FECHA-EFECTIVA.
              10 WS-TRN-EFE-AAAA  PIC 9(04).
              10 WS-TRN-EFE-MM    PIC 9(02).
              10 WS-TRN-EFE-DD    PIC 9(02).
      *MOTIVO DE UNA BAJA (CODIGO DE LIQPARAM.TXT) Y SI EL EMPLEADO
      *FUE PREAVISADO ('S'). SOLO EN BAJAS; DEFINEN LA LIQUIDACION.
           05 WS-TRN-MOTIVO-BAJA  PIC X(02).
           05 WS-TRN-PREAVISO     PIC X(01).
              88 TRN-PREAVISO-VALIDO           VALUE 'S', 'N', ' '.
           05 FILLER              PIC X(02).

      *DOBLE CONTROL: UNA MODIFICACION SE RETIENE SI EL CAMBIO DE
      *SALARIO SUPERA EL PORCENTAJE (APROB_PORCENTAJE, 3 DIGITOS
      *ENTEROS, POR DEFECTO 10) O EL MONTO (APROB_MONTO, 7 DIGITOS EN
      *PESOS ENTEROS, POR DEFECTO 100000) SOBRE EL SALARIO ANTERIOR.
      *LAS BAJAS SE RETIENEN SIEMPRE. UNA TRANSACCION QUE YA TRAE
      *APROBADOR SE APLICA DIRECTAMENTE.
       01  WS-CONTROL-APROBACION.
           05 WS-APR-PORC-X       PIC X(03)    VALUE SPACES.
           05 WS-APR-PORC-R REDEFINES WS-APR-PORC-X
                                  PIC 9(03).
           05 WS-APR-PORCENTAJE   PIC 9(03)    VALUE 10.
           05 WS-APR-MONTO-X      PIC X(07)    VALUE SPACES.
           05 WS-APR-MONTO-R REDEFINES WS-APR-MONTO-X
                                  PIC 9(07).
           05 WS-APR-MONTO        PIC 9(07)V99 VALUE 100000.
           05 WS-APR-DIFERENCIA   PIC 9(07)V99 VALUE 0.
           05 WS-APR-PORC-CAMBIO  PIC 9(07)V99 VALUE 0.
           05 WS-SW-RETIENE       PIC X(01)    VALUE 'N'.
              88 REQUIERE-APROBACION           VALUE 'S'.
              88 NO-REQUIERE-APROBACION        VALUE 'N'.

      *TRANSACCION RETENIDA A LA ESPERA DEL SEGUNDO OPERADOR: LA
      *TRANSACCION COMPLETA MAS LA FECHA EN QUE SE RETUVO Y EL
      *SALARIO VIGENTE, PARA QUE EL APROBADOR VEA EL CAMBIO.
       01  WS-REG-PENDIENTE.
           05 WS-PEN-TRANSAC      PIC X(80).
           05 WS-PEN-FECHA        PIC 9(08).
           05 WS-PEN-SAL-ANTERIOR PIC 9(07)V99.
           05 FILLER              PIC X(03).

      *DIFERENCIA RETROACTIVA: LOS MESES CUBIERTOS VAN DESDE EL MES
      *DE LA FECHA EFECTIVA HASTA EL ANTERIOR AL DE LA CORRIDA (EL
      *MES EN CURSO YA LO LIQUIDA PGM09 CON EL SALARIO NUEVO). EL
      *PRIMER MES SE PAGA PROPORCIONAL A LOS DIAS DESDE LA FECHA
      *EFECTIVA SOBRE MES COMERCIAL DE 30 DIAS. RETRO_MESES_MAX (2
      *DIGITOS, POR DEFECTO 12) LIMITA CUANTO PARA ATRAS SE ACEPTA.
      *UNA REBAJA RETROACTIVA SE APLICA PERO NO GENERA RECUPERO.
       01  WS-CONTROL-RETRO.
           05 WS-RTO-MAX-X        PIC X(02)    VALUE SPACES.
           05 WS-RTO-MAX-R REDEFINES WS-RTO-MAX-X
                                  PIC 9(02).
           05 WS-RTO-MESES-MAX    PIC 9(02)    VALUE 12.
           05 WS-RTO-MESES        PIC 9(05)    VALUE 0.
           05 WS-RTO-GENERADAS    PIC 9(05)    VALUE 0.
           05 WS-RTO-TOTAL        PIC 9(09)V99 VALUE 0.
           05 WS-SW-RETRO         PIC X(01)    VALUE 'N'.
              88 GENERA-RETRO                  VALUE 'S'.
              88 NO-GENERA-RETRO               VALUE 'N'.

      *REGISTRO DE DIFERENCIA RETROACTIVA PARA PGM09: SE PAGA EN EL
      *PERIODO DE NOMINA DE LA CORRIDA QUE LO GENERO.
       01  WS-REG-RETRO.
           05 WS-RET-NUMERO       PIC X(05).
           05 WS-RET-PERIODO-PAGO PIC 9(06).
           05 WS-RET-FECHA-EFECTIVA PIC 9(08).
           05 WS-RET-FECHA-CARGA  PIC 9(08).
           05 WS-RET-MESES        PIC 9(03).
           05 WS-RET-DIAS-PRIMERO PIC 9(02).
           05 WS-RET-SAL-ANTERIOR PIC 9(07)V99.
           05 WS-RET-SAL-NUEVO    PIC 9(07)V99.
           05 WS-RET-DIFERENCIA   PIC 9(07)V99.
           05 WS-RET-IMPORTE      PIC 9(09)V99.
           05 WS-RET-OPERADOR     PIC X(08).
           05 WS-RET-APROBADOR    PIC X(08).
           05 FILLER              PIC X(14)    VALUE SPACES.

      *BAJA APLICADA PARA LA LIQUIDACION FINAL DE PGM23: SE LIQUIDA
      *EN EL PERIODO DE NOMINA DE LA CORRIDA QUE LA APLICO, CON LOS
      *DATOS DEL MAESTRO AL MOMENTO DE LA BAJA.
       01  WS-REG-BAJA.
           05 WS-BAJ-NUMERO       PIC X(05).
           05 WS-BAJ-PERIODO-PAGO PIC 9(06).
           05 WS-BAJ-FECHA-BAJA   PIC 9(08).
           05 WS-BAJ-MOTIVO       PIC X(02).
           05 WS-BAJ-PREAVISO     PIC X(01).
           05 WS-BAJ-NOMBRE       PIC X(30).
           05 WS-BAJ-DEPTO        PIC 9(03).
           05 WS-BAJ-PUESTO       PIC 9(02).
           05 WS-BAJ-SALARIO      PIC 9(07)V99.
           05 WS-BAJ-FECHA-INGRESO PIC 9(08).
           05 WS-BAJ-OPERADOR     PIC X(08).
           05 WS-BAJ-APROBADOR    PIC X(08).
           05 FILLER              PIC X(10)    VALUE SPACES.

       01  WS-CONTROL-BAJAS.
           05 WS-BAJ-GENERADAS    PIC 9(05)    VALUE 0.
           05 WS-BAJ-SIN-LIQUIDAR PIC 9(05)    VALUE 0.

      *CONTROL DEL APAREO MAESTRO / TRANSACCIONES. AMBOS ARCHIVOS
      *DEBEN VENIR ORDENADOS POR NUMERO DE EMPLEADO; AL AGOTARSE UNO
           05 WS-TRN-LEIDAS       PIC 9(05)    VALUE 0.
           05 WS-TRN-APLICADAS    PIC 9(05)    VALUE 0.
           05 WS-TRN-RECHAZADAS   PIC 9(05)    VALUE 0.
           05 WS-TRN-RETENIDAS    PIC 9(05)    VALUE 0.
           05 WS-MAE-COPIADOS     PIC 9(05)    VALUE 0.
           05 WS-SW-VALIDA        PIC X(01)    VALUE 'S'.
              88 TRANSAC-VALIDA                VALUE 'S'.
              88 TRANSAC-INVALIDA              VALUE 'N'.
           05 WS-RECHAZO-MOTIVO   PIC X(30)    VALUE SPACES.
           05 WS-APLICA-NOTA      PIC X(30)    VALUE SPACES.

      *HISTORIAL PERMANENTE DE MOVIMIENTOS: UN REGISTRO POR CADA
      *TRANSACCION APLICADA, CON LA IMAGEN ANTERIOR Y POSTERIOR DEL
      *ABRE EN EXTEND Y NUNCA SE REGENERA: ES LA FUENTE DEL LISTADO
      *HISTORICO POR EMPLEADO DE PGM07. EN LAS ALTAS LA IMAGEN
      *ANTERIOR VA EN BLANCO; EN LAS BAJAS LA POSTERIOR ES EL MISMO
      *REGISTRO YA PASADO A STATUS INACTIVO. CADA MOVIMIENTO LLEVA
      *EL OPERADOR QUE LO CARGO Y EL QUE LO APROBO (EN BLANCO SI NO
      *REQUIRIO APROBACION) Y LA FECHA DESDE LA QUE RIGE (LA DE LA
      *CORRIDA SALVO QUE LA TRANSACCION TRAIGA FECHA EFECTIVA).
       01  WS-REG-HISTORIAL.
           05 WS-HIS-FECHA        PIC 9(08).
           05 WS-HIS-TIPO         PIC X(01).
           05 WS-HIS-NUMERO       PIC X(05).
           05 WS-HIS-ANTES        PIC X(66).
           05 WS-HIS-DESPUES      PIC X(66).
           05 WS-HIS-OPERADOR     PIC X(08).
           05 WS-HIS-APROBADOR    PIC X(08).
           05 WS-HIS-FECHA-EFECTIVA PIC 9(08).
           05 FILLER              PIC X(10)    VALUE SPACES.

       01  WS-CURRENT-DATE.
           03 WS-ACTUAL-DATE.
           05 FILLER              PIC X(09)    VALUE "RESULTADO".
           05 FILLER              PIC X(02)    VALUE ' '.
           05 FILLER              PIC X(06)    VALUE "MOTIVO".
           05 FILLER              PIC X(24)    VALUE ' '.
           05 FILLER              PIC X(08)    VALUE "OPERADOR".
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(09)    VALUE "APROBADOR".
           05 FILLER              PIC X(25)    VALUE ' '.

       01  WS-AUDIT-DETALLE.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-AUD-RESULTADO    PIC X(09).
           05 FILLER              PIC X(02)    VALUE ' '.
           05 WS-AUD-MOTIVO       PIC X(30).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-AUD-OPERADOR     PIC X(08).
           05 FILLER              PIC X(01)    VALUE ' '.
           05 WS-AUD-APROBADOR    PIC X(08).
           05 FILLER              PIC X(25)    VALUE ' '.

       01  WS-AUDIT-TOTALES.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(03)    VALUE ' - '.
           05 FILLER              PIC X(12)    VALUE "RECHAZADAS: ".
           05 WS-AUD-TOT-RECH     PIC ZZ,ZZ9.
           05 FILLER              PIC X(03)    VALUE ' - '.
           05 FILLER              PIC X(11)    VALUE "RETENIDAS: ".
           05 WS-AUD-TOT-RETEN    PIC ZZ,ZZ9.
           05 FILLER              PIC X(24)    VALUE ' '.

       01  WS-AUDIT-TOTALES-2.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(26)    VALUE
              "DIFERENCIAS RETROACTIVAS: ".
           05 WS-AUD-TOT-RETRO    PIC ZZ,ZZ9.
           05 FILLER              PIC X(03)    VALUE ' - '.
           05 FILLER              PIC X(09)    VALUE "IMPORTE: ".
           05 WS-AUD-TOT-RET-IMP  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(41)    VALUE ' '.

       01  WS-AUDIT-TOTALES-3.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(28)    VALUE
              "BAJAS A LIQUIDACION FINAL: ".
           05 WS-AUD-TOT-BAJAS    PIC ZZ,ZZ9.
           05 FILLER              PIC X(03)    VALUE ' - '.
           05 FILLER              PIC X(27)    VALUE
              "YA INACTIVAS SIN LIQUIDAR: ".
           05 WS-AUD-TOT-SIN-LIQ  PIC ZZ,ZZ9.
           05 FILLER              PIC X(29)    VALUE ' '.

       PROCEDURE DIVISION.
       010-INICIO.
           END-IF
           MOVE WS-ACTUAL-DATE    TO WS-HIS-FECHA

      *LOS PENDIENTES DE APROBACION TAMBIEN SE ACUMULAN HASTA QUE LOS
      *RESUELVE LA CORRIDA DE APROBACION.
           OPEN EXTEND PENDIENTES
           IF WS-FS-PENDIENTES NOT = "00"
                OPEN OUTPUT PENDIENTES
           END-IF
           IF WS-FS-PENDIENTES NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR PENDIENTES - STATUS "
                     WS-FS-PENDIENTES
                CLOSE MAESTRO
                CLOSE TRANSAC
                CLOSE NUEVOMAE
                CLOSE AUDITORIA
                CLOSE HISTORIAL
                STOP RUN
           END-IF

      *LAS DIFERENCIAS RETROACTIVAS SE ACUMULAN HASTA QUE LAS PAGA
      *PGM09 EN SU PERIODO.
           OPEN EXTEND RETRODIF
           IF WS-FS-RETRODIF NOT = "00"
                OPEN OUTPUT RETRODIF
           END-IF
           IF WS-FS-RETRODIF NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR RETRODIF - STATUS "
                     WS-FS-RETRODIF
                CLOSE MAESTRO
                CLOSE TRANSAC
                CLOSE NUEVOMAE
                CLOSE AUDITORIA
                CLOSE HISTORIAL
                CLOSE PENDIENTES
                STOP RUN
           END-IF

      *LAS BAJAS SE ACUMULAN HASTA QUE LAS LIQUIDA PGM23 EN SU
      *PERIODO.
           OPEN EXTEND BAJAS
           IF WS-FS-BAJAS NOT = "00"
                OPEN OUTPUT BAJAS
           END-IF
           IF WS-FS-BAJAS NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR BAJAS - STATUS "
                     WS-FS-BAJAS
                CLOSE MAESTRO
                CLOSE TRANSAC
                CLOSE NUEVOMAE
                CLOSE AUDITORIA
                CLOSE HISTORIAL
                CLOSE PENDIENTES
                CLOSE RETRODIF
                STOP RUN
           END-IF

           PERFORM 015-ENCABEZADO-AUDIT THRU 015-EXIT
           PERFORM 0160-LEE-MAESTRO THRU 0160-EXIT
           PERFORM 0161-LEE-TRANSAC THRU 0161-EXIT
           ACCEPT WS-RUTA-HISTORIAL FROM ENVIRONMENT "HISTORIAL_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-HISTORIAL TO WS-RUTA-HISTORIAL
           END-ACCEPT

           ACCEPT WS-RUTA-PENDIENTES FROM ENVIRONMENT "PENDIENTES_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-PENDIENTES TO WS-RUTA-PENDIENTES
           END-ACCEPT

           ACCEPT WS-APR-PORC-X FROM ENVIRONMENT "APROB_PORCENTAJE"
                ON EXCEPTION
                     MOVE SPACES TO WS-APR-PORC-X
           END-ACCEPT
           IF WS-APR-PORC-X NUMERIC
                MOVE WS-APR-PORC-R TO WS-APR-PORCENTAJE
           END-IF

           ACCEPT WS-APR-MONTO-X FROM ENVIRONMENT "APROB_MONTO"
                ON EXCEPTION
                     MOVE SPACES TO WS-APR-MONTO-X
           END-ACCEPT
           IF WS-APR-MONTO-X NUMERIC
                MOVE WS-APR-MONTO-R TO WS-APR-MONTO
           END-IF

           ACCEPT WS-RUTA-RETRODIF FROM ENVIRONMENT "RETRODIF_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-RETRODIF TO WS-RUTA-RETRODIF
           END-ACCEPT

           ACCEPT WS-RUTA-BAJAS FROM ENVIRONMENT "BAJAS_RUTA"
                ON EXCEPTION
                     MOVE WS-DEF-BAJAS TO WS-RUTA-BAJAS
           END-ACCEPT

           ACCEPT WS-RTO-MAX-X FROM ENVIRONMENT "RETRO_MESES_MAX"
                ON EXCEPTION
                     MOVE SPACES TO WS-RTO-MAX-X
           END-ACCEPT
           IF WS-RTO-MAX-X NUMERIC
                MOVE WS-RTO-MAX-R  TO WS-RTO-MESES-MAX
           END-IF.
       012-EXIT.
           EXIT.

      *LA BAJA CONSERVA EL REGISTRO: PASA A STATUS INACTIVO Y
      *ESTAMPA LA FECHA DE BAJA CON LA DE LA CORRIDA. LA
      *MODIFICACION PISA SOLO LOS DATOS Y CONSERVA LAS FECHAS.
      *LA BAJA DE UN EMPLEADO ACTIVO VA A LIQUIDACION FINAL; LA
      *DE UNO YA INACTIVO CONSERVA LA FECHA DE BAJA ORIGINAL.
      *SI REQUIERE SEGUNDO OPERADOR Y TODAVIA NO LO TIENE, SE
      *RETIENE Y EL MAESTRO SE COPIA SIN CAMBIOS. LA DIFERENCIA
      *RETROACTIVA SE CALCULA ANTES PORQUE TAMBIEN CUENTA PARA
      *EL DOBLE CONTROL.
                PERFORM 0395-CALCULA-RETRO THRU 0395-EXIT
                PERFORM 0390-EVALUA-APROBACION THRU 0390-EXIT
                IF REQUIERE-APROBACION
                     PERFORM 039-RETIENE-TRANSAC THRU 039-EXIT
                     PERFORM 035-COPIA-MAESTRO THRU 035-EXIT
                     PERFORM 0160-LEE-MAESTRO THRU 0160-EXIT
                     GO TO 031-EXIT
                END-IF
                IF TRN-BAJA
                     MOVE WS-REG-MAESTRO TO WS-HIS-ANTES
                     IF WS-MAE-STATUS = 1
                          MOVE WS-ACTUAL-DATE TO WS-MAE-FECHA-BAJA
                          PERFORM 041-GRABA-BAJA THRU 041-EXIT
                     ELSE
                          MOVE "YA INACTIVO: SIN LIQUIDACION"
                                   TO WS-APLICA-NOTA
                          ADD 1    TO WS-BAJ-SIN-LIQUIDAR
                     END-IF
                     MOVE 0        TO WS-MAE-STATUS
                     PERFORM 0350-GRABA-MAESTRO THRU 0350-EXIT
                     PERFORM 036-APLICADA THRU 036-EXIT
                     MOVE WS-REG-MAESTRO TO WS-HIS-DESPUES
                     MOVE WS-REG-MAESTRO TO WS-HIS-ANTES
                     MOVE WS-TRN-DATOS TO WS-MAE-DATOS
                     PERFORM 0350-GRABA-MAESTRO THRU 0350-EXIT
                     IF GENERA-RETRO
                          PERFORM 040-GRABA-RETRO THRU 040-EXIT
                     END-IF
                     PERFORM 036-APLICADA THRU 036-EXIT
                     MOVE WS-REG-MAESTRO TO WS-HIS-DESPUES
                     PERFORM 038-GRABA-HISTORIAL THRU 038-EXIT
                GO TO 032-EXIT
           END-IF
           MOVE WS-TRN-NUMERO     TO WS-CLAVE-ANTERIOR
           IF WS-TRN-OPERADOR = SPACES
                SET TRANSAC-INVALIDA TO TRUE
                MOVE "FALTA OPERADOR QUE LA CARGO"
                                   TO WS-RECHAZO-MOTIVO
                GO TO 032-EXIT
           END-IF
           IF WS-TRN-APROBADOR NOT = SPACES AND
              WS-TRN-APROBADOR = WS-TRN-OPERADOR
                SET TRANSAC-INVALIDA TO TRUE
                MOVE "APROBADOR IGUAL AL OPERADOR"
                                   TO WS-RECHAZO-MOTIVO
                GO TO 032-EXIT
           END-IF
           IF WS-TRN-FECHA-EFECTIVA NOT = SPACES AND
              WS-TRN-FECHA-EFECTIVA NOT = ZEROS
                PERFORM 0320-VALIDA-FECHA-EFEC THRU 0320-EXIT
                IF TRANSAC-INVALIDA
                     GO TO 032-EXIT
                END-IF
           END-IF
           IF TRN-BAJA AND WS-TRN-MOTIVO-BAJA = SPACES
                SET TRANSAC-INVALIDA TO TRUE
                MOVE "FALTA MOTIVO DE BAJA"
                                   TO WS-RECHAZO-MOTIVO
                GO TO 032-EXIT
           END-IF
           IF TRN-BAJA AND NOT TRN-PREAVISO-VALIDO
                SET TRANSAC-INVALIDA TO TRUE
                MOVE "INDICADOR DE PREAVISO INVALIDO"
                                   TO WS-RECHAZO-MOTIVO
                GO TO 032-EXIT
           END-IF
           IF TRN-BAJA
                GO TO 032-EXIT
           END-IF
       032-EXIT.
           EXIT.

      *LA FECHA EFECTIVA SOLO VALE EN MODIFICACIONES, NO PUEDE SER
      *POSTERIOR A LA CORRIDA NI ANTERIOR AL PLAZO RETRO_MESES_MAX.
      *EL PLAZO NO SE CONTROLA EN UNA MODIFICACION QUE VUELVE
      *APROBADA: YA LO PASO CUANDO SE RETUVO, Y RECHAZARLA AHORA POR
      *LO QUE TARDO LA APROBACION PERDERIA EL DOBLE CONTROL HECHO.
       0320-VALIDA-FECHA-EFEC.
           IF NOT TRN-MODIF
                SET TRANSAC-INVALIDA TO TRUE
                MOVE "FECHA EFECTIVA SOLO EN MODIF"
                                   TO WS-RECHAZO-MOTIVO
                GO TO 0320-EXIT
           END-IF
           IF WS-TRN-FECHA-EFECTIVA NOT NUMERIC
                SET TRANSAC-INVALIDA TO TRUE
                MOVE "FECHA EFECTIVA INVALIDA"
                                   TO WS-RECHAZO-MOTIVO
                GO TO 0320-EXIT
           END-IF
           IF WS-TRN-EFE-MM < 1 OR WS-TRN-EFE-MM > 12 OR
              WS-TRN-EFE-DD < 1 OR WS-TRN-EFE-DD > 31
                SET TRANSAC-INVALIDA TO TRUE
                MOVE "FECHA EFECTIVA INVALIDA"
                                   TO WS-RECHAZO-MOTIVO
                GO TO 0320-EXIT
           END-IF
           IF WS-TRN-FECHA-EFECTIVA > WS-ACTUAL-DATE
                SET TRANSAC-INVALIDA TO TRUE
                MOVE "FECHA EFECTIVA POSTERIOR A HOY"
                                   TO WS-RECHAZO-MOTIVO
                GO TO 0320-EXIT
           END-IF
           IF WS-TRN-APROBADOR NOT = SPACES
                GO TO 0320-EXIT
           END-IF
           COMPUTE WS-RTO-MESES =
                (WS-DATE-AAAA * 12 + WS-DATE-MM) -
                (WS-TRN-EFE-AAAA * 12 + WS-TRN-EFE-MM)
           IF WS-RTO-MESES > WS-RTO-MESES-MAX
                SET TRANSAC-INVALIDA TO TRUE
                MOVE "FECHA EFECTIVA FUERA DE PLAZO"
                                   TO WS-RECHAZO-MOTIVO
           END-IF.
       0320-EXIT.
           EXIT.

      *EL ALTA SE GRABA DESDE LA TRANSACCION MISMA: WS-REG-MAESTRO
      *CONSERVA EL REGISTRO DEL MAESTRO PENDIENTE DE APAREO. LA
      *FECHA DE INGRESO SE ESTAMPA CON LA FECHA DE LA CORRIDA.
           MOVE WS-TRN-NUMERO     TO WS-AUD-NUMERO
           MOVE "RECHAZADA"       TO WS-AUD-RESULTADO
           MOVE WS-RECHAZO-MOTIVO TO WS-AUD-MOTIVO
           MOVE WS-TRN-OPERADOR   TO WS-AUD-OPERADOR
           MOVE WS-TRN-APROBADOR  TO WS-AUD-APROBADOR
           WRITE REG-AUDITORIA FROM WS-AUDIT-DETALLE
                AFTER ADVANCING 1
           ADD 1                  TO WS-TRN-RECHAZADAS.
           PERFORM 037-ARMA-TIPO-AUDIT THRU 037-EXIT
           MOVE WS-TRN-NUMERO     TO WS-AUD-NUMERO
           MOVE "APLICADA"        TO WS-AUD-RESULTADO
           MOVE WS-APLICA-NOTA    TO WS-AUD-MOTIVO
           MOVE SPACES            TO WS-APLICA-NOTA
           MOVE WS-TRN-OPERADOR   TO WS-AUD-OPERADOR
           MOVE WS-TRN-APROBADOR  TO WS-AUD-APROBADOR
           WRITE REG-AUDITORIA FROM WS-AUDIT-DETALLE
                AFTER ADVANCING 1
           ADD 1                  TO WS-TRN-APLICADAS.
       038-GRABA-HISTORIAL.
           MOVE WS-TRN-TIPO       TO WS-HIS-TIPO
           MOVE WS-TRN-NUMERO     TO WS-HIS-NUMERO
           MOVE WS-TRN-OPERADOR   TO WS-HIS-OPERADOR
           MOVE WS-TRN-APROBADOR  TO WS-HIS-APROBADOR
           IF WS-TRN-FECHA-EFECTIVA = SPACES OR
              WS-TRN-FECHA-EFECTIVA = ZEROS
                MOVE WS-ACTUAL-DATE TO WS-HIS-FECHA-EFECTIVA
           ELSE
                MOVE WS-TRN-FECHA-EFECTIVA TO WS-HIS-FECHA-EFECTIVA
           END-IF
           WRITE REG-HISTORIAL FROM WS-REG-HISTORIAL.
       038-EXIT.
           EXIT.

      *DECIDE SI LA BAJA O MODIFICACION NECESITA UN SEGUNDO
      *OPERADOR. UNA DIFERENCIA RETROACTIVA POR ENCIMA DEL MONTO
      *TAMBIEN SE RETIENE. LA QUE YA VIENE APROBADA (DE PGM17, VIA
      *PGM08) NO SE VUELVE A RETENER; LA VALIDACION YA CONTROLO QUE
      *EL APROBADOR SEA OTRA PERSONA. CON SALARIO ANTERIOR EN CERO
      *CUALQUIER CAMBIO SE CONSIDERA POR ENCIMA DEL PORCENTAJE.
       0390-EVALUA-APROBACION.
           SET NO-REQUIERE-APROBACION TO TRUE
           IF WS-TRN-APROBADOR NOT = SPACES
                GO TO 0390-EXIT
           END-IF
           IF TRN-BAJA
                SET REQUIERE-APROBACION TO TRUE
                GO TO 0390-EXIT
           END-IF
           IF NOT TRN-MODIF OR WS-TRN-SALARIO = WS-MAE-SALARIO
                GO TO 0390-EXIT
           END-IF

           IF WS-TRN-SALARIO > WS-MAE-SALARIO
                COMPUTE WS-APR-DIFERENCIA =
                     WS-TRN-SALARIO - WS-MAE-SALARIO
           ELSE
                COMPUTE WS-APR-DIFERENCIA =
                     WS-MAE-SALARIO - WS-TRN-SALARIO
           END-IF
           IF WS-APR-DIFERENCIA > WS-APR-MONTO OR
              WS-RET-IMPORTE > WS-APR-MONTO OR
              WS-MAE-SALARIO = 0
                SET REQUIERE-APROBACION TO TRUE
                GO TO 0390-EXIT
           END-IF
           COMPUTE WS-APR-PORC-CAMBIO ROUNDED =
                WS-APR-DIFERENCIA * 100 / WS-MAE-SALARIO
           IF WS-APR-PORC-CAMBIO > WS-APR-PORCENTAJE
                SET REQUIERE-APROBACION TO TRUE
           END-IF.
       0390-EXIT.
           EXIT.

      *GRABA LA TRANSACCION EN PENDIENTES DE APROBACION CON EL
      *SALARIO VIGENTE Y LA DEJA EN LA AUDITORIA COMO RETENIDA.
       039-RETIENE-TRANSAC.
           MOVE WS-REG-TRANSAC    TO WS-PEN-TRANSAC
           MOVE WS-ACTUAL-DATE    TO WS-PEN-FECHA
           MOVE WS-MAE-SALARIO    TO WS-PEN-SAL-ANTERIOR
           WRITE REG-PENDIENTES FROM WS-REG-PENDIENTE

           PERFORM 037-ARMA-TIPO-AUDIT THRU 037-EXIT
           MOVE WS-TRN-NUMERO     TO WS-AUD-NUMERO
           MOVE "RETENIDA"        TO WS-AUD-RESULTADO
           MOVE "PENDIENTE DE APROBACION"
                                  TO WS-AUD-MOTIVO
           MOVE WS-TRN-OPERADOR   TO WS-AUD-OPERADOR
           MOVE SPACES            TO WS-AUD-APROBADOR
           WRITE REG-AUDITORIA FROM WS-AUDIT-DETALLE
                AFTER ADVANCING 1
           MOVE SPACES            TO WS-APLICA-NOTA
           ADD 1                  TO WS-TRN-RETENIDAS.
       039-EXIT.
           EXIT.

      *ARMA LA DIFERENCIA RETROACTIVA DE UNA MODIFICACION CON FECHA
      *EFECTIVA DE UN MES ANTERIOR AL DE LA CORRIDA. SE CALCULA
      *CONTRA EL SALARIO DEL MAESTRO TODAVIA SIN MODIFICAR.
       0395-CALCULA-RETRO.
           SET NO-GENERA-RETRO    TO TRUE
           MOVE SPACES            TO WS-APLICA-NOTA
           MOVE 0                 TO WS-RET-IMPORTE
           IF NOT TRN-MODIF OR
              WS-TRN-FECHA-EFECTIVA = SPACES OR
              WS-TRN-FECHA-EFECTIVA = ZEROS
                GO TO 0395-EXIT
           END-IF
           COMPUTE WS-RTO-MESES =
                (WS-DATE-AAAA * 12 + WS-DATE-MM) -
                (WS-TRN-EFE-AAAA * 12 + WS-TRN-EFE-MM)
           IF WS-RTO-MESES = 0 OR WS-TRN-SALARIO = WS-MAE-SALARIO
                GO TO 0395-EXIT
           END-IF
           IF WS-TRN-SALARIO < WS-MAE-SALARIO
                MOVE "REBAJA RETRO: SIN RECUPERO"
                                   TO WS-APLICA-NOTA
                GO TO 0395-EXIT
           END-IF

           MOVE WS-TRN-NUMERO     TO WS-RET-NUMERO
           COMPUTE WS-RET-PERIODO-PAGO =
                WS-DATE-AAAA * 100 + WS-DATE-MM
           MOVE WS-TRN-FECHA-EFECTIVA TO WS-RET-FECHA-EFECTIVA
           MOVE WS-ACTUAL-DATE    TO WS-RET-FECHA-CARGA
           MOVE WS-RTO-MESES      TO WS-RET-MESES
           COMPUTE WS-RET-DIAS-PRIMERO = 31 - WS-TRN-EFE-DD
           MOVE WS-MAE-SALARIO    TO WS-RET-SAL-ANTERIOR
           MOVE WS-TRN-SALARIO    TO WS-RET-SAL-NUEVO
           MOVE WS-TRN-OPERADOR   TO WS-RET-OPERADOR
           MOVE WS-TRN-APROBADOR  TO WS-RET-APROBADOR
           COMPUTE WS-RET-DIFERENCIA =
                WS-TRN-SALARIO - WS-MAE-SALARIO
           COMPUTE WS-RET-IMPORTE ROUNDED =
                WS-RET-DIFERENCIA * (WS-RTO-MESES - 1) +
                WS-RET-DIFERENCIA * WS-RET-DIAS-PRIMERO / 30
           IF WS-RET-IMPORTE > 0
                SET GENERA-RETRO   TO TRUE
           END-IF.
       0395-EXIT.
           EXIT.

      *GRABA LA DIFERENCIA RETROACTIVA Y LA DEJA ANOTADA EN LA LINEA
      *DE AUDITORIA DE LA MODIFICACION.
       040-GRABA-RETRO.
           WRITE REG-RETRODIF FROM WS-REG-RETRO
           ADD 1                  TO WS-RTO-GENERADAS
           ADD WS-RET-IMPORTE     TO WS-RTO-TOTAL
           STRING "RETROACTIVO DESDE " DELIMITED BY SIZE
                  WS-TRN-EFE-DD    DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  WS-TRN-EFE-MM    DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  WS-TRN-EFE-AAAA  DELIMITED BY SIZE
                INTO WS-APLICA-NOTA
           END-STRING.
       040-EXIT.
           EXIT.

      *GRABA LA BAJA PARA LA LIQUIDACION FINAL CON EL MAESTRO TODAVIA
      *ACTIVO Y LA DEJA ANOTADA EN LA LINEA DE AUDITORIA. EL MOTIVO
      *YA LO VALIDO PGM08 CONTRA LIQPARAM.TXT.
       041-GRABA-BAJA.
           MOVE WS-MAE-NUMERO     TO WS-BAJ-NUMERO
           COMPUTE WS-BAJ-PERIODO-PAGO =
                WS-DATE-AAAA * 100 + WS-DATE-MM
           MOVE WS-ACTUAL-DATE    TO WS-BAJ-FECHA-BAJA
           MOVE WS-TRN-MOTIVO-BAJA TO WS-BAJ-MOTIVO
           MOVE WS-TRN-PREAVISO   TO WS-BAJ-PREAVISO
           MOVE WS-MAE-NOMBRE     TO WS-BAJ-NOMBRE
           MOVE WS-MAE-DEPTO      TO WS-BAJ-DEPTO
           MOVE WS-MAE-PUESTO     TO WS-BAJ-PUESTO
           MOVE WS-MAE-SALARIO    TO WS-BAJ-SALARIO
           MOVE WS-MAE-FECHA-INGRESO TO WS-BAJ-FECHA-INGRESO
           MOVE WS-TRN-OPERADOR   TO WS-BAJ-OPERADOR
           MOVE WS-TRN-APROBADOR  TO WS-BAJ-APROBADOR
           WRITE REG-BAJAS FROM WS-REG-BAJA
           ADD 1                  TO WS-BAJ-GENERADAS
           STRING "LIQUIDACION FINAL MOTIVO " DELIMITED BY SIZE
                  WS-TRN-MOTIVO-BAJA DELIMITED BY SIZE
                INTO WS-APLICA-NOTA
           END-STRING.
       041-EXIT.
           EXIT.

       037-ARMA-TIPO-AUDIT.
           IF TRN-ALTA
                MOVE "ALTA "      TO WS-AUD-TIPO
           MOVE WS-TRN-LEIDAS     TO WS-AUD-TOT-LEIDAS
           MOVE WS-TRN-APLICADAS  TO WS-AUD-TOT-APLIC
           MOVE WS-TRN-RECHAZADAS TO WS-AUD-TOT-RECH
           MOVE WS-TRN-RETENIDAS  TO WS-AUD-TOT-RETEN
           WRITE REG-AUDITORIA FROM WS-AUDIT-GUIONES
                AFTER ADVANCING 1
           WRITE REG-AUDITORIA FROM WS-AUDIT-TOTALES
                AFTER ADVANCING 1
           MOVE WS-RTO-GENERADAS  TO WS-AUD-TOT-RETRO
           MOVE WS-RTO-TOTAL      TO WS-AUD-TOT-RET-IMP
           WRITE REG-AUDITORIA FROM WS-AUDIT-TOTALES-2
                AFTER ADVANCING 1
           MOVE WS-BAJ-GENERADAS  TO WS-AUD-TOT-BAJAS
           MOVE WS-BAJ-SIN-LIQUIDAR TO WS-AUD-TOT-SIN-LIQ
           WRITE REG-AUDITORIA FROM WS-AUDIT-TOTALES-3
                AFTER ADVANCING 1

           CLOSE MAESTRO
           CLOSE TRANSAC
           CLOSE NUEVOMAE
           CLOSE AUDITORIA
           CLOSE HISTORIAL
           CLOSE PENDIENTES
           CLOSE RETRODIF
           CLOSE BAJAS
           IF WS-TRN-RETENIDAS > 0
                DISPLAY "AVISO: TRANSAC PENDIENTES DE APROBACION: "
                     WS-TRN-RETENIDAS
           END-IF
           STOP RUN.
