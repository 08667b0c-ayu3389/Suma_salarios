      *          LOS MISMOS SALARIOS DEL REPORTE APROBADO, MAS UN     *
      *          REPORTE DE CONTROL CON CANTIDAD Y DELTA TOTAL QUE    *
      *          DEBE CUADRAR CONTRA LOS TOTALES DEL SIMULREP         *
      *          APROBADO ANTES DE LIBERAR EL LOTE. LAS TRANSACCIONES *
      *          SALEN A NOMBRE DEL OPERADOR QUE CORRE LA APLICACION  *
      *          (SIMULA_OPERADOR) Y PASAN POR EL DOBLE CONTROL DE    *
      *          PGM02 COMO CUALQUIER OTRA. COMO LOS ACUERDOS SE      *
      *          FIRMAN CON FECHA PASADA, EL LOTE PUEDE SALIR CON     *
      *          FECHA EFECTIVA (SIMULA_FECHA_EFECTIVA) PARA QUE      *
      *          PGM02 GENERE LAS DIFERENCIAS RETROACTIVAS; EL        *
      *          REPORTE DE CONTROL MUESTRA LA DIFERENCIA RETROACTIVA *
      *          ESTIMADA.                                            *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       FD  TRANSGEN

           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-TRANSGEN           PIC X(80).

       FD  APLICAREP

           05 WS-TRN-GENERADAS    PIC 9(05)    VALUE 0.
           05 WS-TRN-EXCEDIDAS    PIC 9(05)    VALUE 0.
           05 WS-TRN-DELTA-TOT    PIC S9(11)V99 VALUE 0.
      *OPERADOR A CUYO NOMBRE SALE EL LOTE (SIMULA_OPERADOR):
      *OBLIGATORIO EN MODO APLICAR, PGM02 NO ACEPTA TRANSACCIONES
      *SIN OPERADOR.
           05 WS-OPERADOR         PIC X(08)    VALUE SPACES.
      *FECHA EFECTIVA DEL LOTE (SIMULA_FECHA_EFECTIVA, AAAAMMDD): EN
      *BLANCO EL AUMENTO RIGE DESDE LA CORRIDA DE PGM02. LA
      *DIFERENCIA RETROACTIVA SE ESTIMA CON EL MISMO CRITERIO DE
      *PGM02 (PRIMER MES PROPORCIONAL SOBRE 30 DIAS, LAS REBAJAS
      *NO SE RECUPERAN) CONTRA EL MES DE ESTA CORRIDA.
           05 WS-FECHA-EFECTIVA.
              10 WS-EFE-AAAA      PIC 9(04).
              10 WS-EFE-MM        PIC 9(02).
              10 WS-EFE-DD        PIC 9(02).
           05 WS-EFE-MESES        PIC 9(05)    VALUE 0.
           05 WS-EFE-DIAS         PIC 9(02)    VALUE 0.
           05 WS-TRN-RETRO-TOT    PIC 9(11)V99 VALUE 0.

      *TRANSACCION GENERADA (MISMO LAYOUT QUE LEE PGM02): MODIF CON
      *LOS DATOS DEL MAESTRO Y EL SALARIO SIMULADO APROBADO.
           05 WS-TRG-DEPTO        PIC 9(03).
           05 WS-TRG-PUESTO       PIC 9(02).
           05 WS-TRG-SALARIO      PIC 9(07)V99.
           05 WS-TRG-OPERADOR     PIC X(08).
           05 WS-TRG-APROBADOR    PIC X(08)    VALUE SPACES.
           05 WS-TRG-FECHA-EFECTIVA PIC X(08)  VALUE SPACES.
           05 FILLER              PIC X(05)    VALUE SPACES.

       01  WS-CALCULO-SIMULACION.
           05 WS-SAL-SIMULADO     PIC 9(09)V99 VALUE 0.
           05 WS-APL-TOT-DELTA    PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(54)    VALUE ' '.

       01  WS-APL-FECHA-EFEC.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(30)    VALUE
              "FECHA EFECTIVA DEL LOTE      :".
           05 WS-APL-EFE-TEXTO    PIC X(20)    VALUE SPACES.
           05 FILLER              PIC X(49)    VALUE ' '.

       01  WS-APL-EFE-ED.
           05 WS-APL-EFE-DD       PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-APL-EFE-MM       PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-APL-EFE-AAAA     PIC 9(04).

       01  WS-APL-RETRO.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(30)    VALUE
              "DIFERENCIA RETRO ESTIMADA    :".
           05 WS-APL-TOT-RETRO    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(07)    VALUE " MESES:".
           05 WS-APL-MESES        PIC ZZ9.
           05 FILLER              PIC X(45)    VALUE ' '.

       01  WS-APL-ACTUAL.
           05 FILLER              PIC X(01)    VALUE ' '.
           05 FILLER              PIC X(30)    VALUE
                STOP RUN
           END-IF

           IF MODO-APLICA AND WS-OPERADOR = SPACES
                DISPLAY "ERROR: FALTA SIMULA_OPERADOR PARA APLICAR"
                CLOSE SIMULREP
                STOP RUN
           END-IF

           IF MODO-APLICA AND WS-FECHA-EFECTIVA NOT = SPACES
                PERFORM 017-VALIDA-FECHA-EFEC THRU 017-EXIT
           END-IF

           IF MODO-APLICA
                OPEN OUTPUT TRANSGEN
                     OUTPUT APLICAREP
           ACCEPT WS-MODO FROM ENVIRONMENT "SIMULA_MODO"
                ON EXCEPTION
                     MOVE 'S' TO WS-MODO
           END-ACCEPT

           ACCEPT WS-OPERADOR FROM ENVIRONMENT "SIMULA_OPERADOR"
                ON EXCEPTION
                     MOVE SPACES TO WS-OPERADOR
           END-ACCEPT

           ACCEPT WS-FECHA-EFECTIVA
                FROM ENVIRONMENT "SIMULA_FECHA_EFECTIVA"
                ON EXCEPTION
                     MOVE SPACES TO WS-FECHA-EFECTIVA
           END-ACCEPT.
       012-EXIT.
           EXIT.

      *LA FECHA EFECTIVA DEL LOTE DEBE SER UNA FECHA VALIDA Y NO
      *POSTERIOR A HOY, SI NO PGM02 RECHAZARIA EL LOTE ENTERO.
       017-VALIDA-FECHA-EFEC.
           IF WS-FECHA-EFECTIVA NOT NUMERIC
                DISPLAY "ERROR: SIMULA_FECHA_EFECTIVA INVALIDA: "
                     WS-FECHA-EFECTIVA
                CLOSE SIMULREP
                STOP RUN
           END-IF
           IF WS-EFE-MM < 1 OR WS-EFE-MM > 12 OR
              WS-EFE-DD < 1 OR WS-EFE-DD > 31 OR
              WS-FECHA-EFECTIVA > WS-ACTUAL-DATE
                DISPLAY "ERROR: SIMULA_FECHA_EFECTIVA INVALIDA: "
                     WS-FECHA-EFECTIVA
                CLOSE SIMULREP
                STOP RUN
           END-IF
           COMPUTE WS-EFE-MESES =
                (WS-DATE-AAAA * 12 + WS-DATE-MM) -
                (WS-EFE-AAAA * 12 + WS-EFE-MM)
           COMPUTE WS-EFE-DIAS = 31 - WS-EFE-DD
           MOVE WS-FECHA-EFECTIVA TO WS-TRG-FECHA-EFECTIVA.
       017-EXIT.
           EXIT.

       013-CARGA-DEPTOS.
           OPEN INPUT DEPTOS
           IF WS-FS-DEPTOS NOT = "00"
           MOVE WS-DEPTO-EMP      TO WS-TRG-DEPTO
           MOVE WS-PUESTO-EMP     TO WS-TRG-PUESTO
           MOVE WS-SAL-SIMULADO   TO WS-TRG-SALARIO
           MOVE WS-OPERADOR       TO WS-TRG-OPERADOR
           WRITE REG-TRANSGEN FROM WS-REG-TRANSAC-GEN
           ADD 1                  TO WS-TRN-GENERADAS
           ADD WS-DELTA-EMP       TO WS-TRN-DELTA-TOT
           IF WS-EFE-MESES > 0 AND WS-DELTA-EMP > 0
                COMPUTE WS-TRN-RETRO-TOT ROUNDED =
                     WS-TRN-RETRO-TOT +
                     WS-DELTA-EMP * (WS-EFE-MESES - 1) +
                     WS-DELTA-EMP * WS-EFE-DIAS / 30
           END-IF.
       032-EXIT.
           EXIT.

           MOVE WS-TRN-DELTA-TOT  TO WS-APL-TOT-DELTA
           WRITE REG-APLICAREP FROM WS-APL-DELTA
                AFTER ADVANCING 1
           IF WS-FECHA-EFECTIVA = SPACES
                MOVE "DESDE LA CORRIDA"  TO WS-APL-EFE-TEXTO
           ELSE
                MOVE WS-EFE-DD     TO WS-APL-EFE-DD
                MOVE WS-EFE-MM     TO WS-APL-EFE-MM
                MOVE WS-EFE-AAAA   TO WS-APL-EFE-AAAA
                MOVE WS-APL-EFE-ED TO WS-APL-EFE-TEXTO
           END-IF
           WRITE REG-APLICAREP FROM WS-APL-FECHA-EFEC
                AFTER ADVANCING 1
           MOVE WS-TRN-RETRO-TOT  TO WS-APL-TOT-RETRO
           MOVE WS-EFE-MESES      TO WS-APL-MESES
           WRITE REG-APLICAREP FROM WS-APL-RETRO
                AFTER ADVANCING 1
           MOVE WS-TOT-ACTUAL     TO WS-APL-TOT-ACTUAL
           WRITE REG-APLICAREP FROM WS-APL-ACTUAL
                AFTER ADVANCING 1
