       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDB2037.
       AUTHOR. TRONCOSO LEANDRO.

      * MODULO COMUN DE CALENDARIO DE DIAS HABILES. DADA UNA FECHA,
      * INDICA SI ES HABIL Y CALCULA EL PRIMER DIA HABIL IGUAL O
      * POSTERIOR (RODADO DE VENCIMIENTOS QUE CAEN EN DIA INHABIL)
      * O ESTRICTAMENTE POSTERIOR (SIGUIENTE FECHA CONTABLE). SON
      * INHABILES LOS SABADOS, LOS DOMINGOS Y LOS DIAS DADOS DE ALTA
      * EN IBMUSER.CALENDARIO_FESTIVOS (MANTENIDO DESDE PB38).
      * EL MODULO NO HACE COMMIT NI ROLLBACK NI ABORTA: DEVUELVE EL
      * RESULTADO EN EL AREA PDB2037C Y EL LLAMADOR DECIDE, COMO EL
      * MODULO DE POSTEO PDB2015. SIRVE IGUAL AL BATCH Y AL ONLINE.
      * LA BUSQUEDA AVANZA DIA A DIA Y SE CORTA A LOS
      * WS-MAX-DIAS-BUSQUEDA DIAS: NINGUN CALENDARIO REAL TIENE UN
      * MES SEGUIDO SIN DIAS HABILES, ASI QUE LLEGAR AL LIMITE
      * SOLO PUEDE SER UN ERROR DE CARGA DE FESTIVOS.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * FECHA QUE SE ESTA EXAMINANDO (ISO) Y DIA DE LA SEMANA ISO
      * (1 = LUNES ... 6 = SABADO, 7 = DOMINGO)
       77 WS-FECHA-CALCULO        PIC X(10).
       77 WS-DIA-SEMANA           PIC S9(4) COMP.
       77 WS-NUM-FESTIVOS         PIC S9(9) COMP.

      * DIA HABIL DE LA FECHA EXAMINADA
       77 WS-HABIL                PIC X(01).
          88 WS-HABIL-SI             VALUE 'S'.
          88 WS-HABIL-NO             VALUE 'N'.

      * LIMITE DE LA BUSQUEDA DEL DIA HABIL Y DIAS YA AVANZADOS
       77 WS-MAX-DIAS-BUSQUEDA    PIC 9(02) VALUE 31.
       77 WS-DIAS-AVANZADOS       PIC 9(02).

      * SQLCA Y DCLGEN DE LAS TABLAS
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE FESTIVO END-EXEC.

       LINKAGE SECTION.

      * AREA DE COMUNICACION CON EL LLAMADOR
           COPY PDB2037C.

       PROCEDURE DIVISION USING PDB2037-AREA.
       0000-PRINCIPAL.
           MOVE '00' TO P37-RESULTADO
           MOVE ZERO TO P37-SQLCODE
           MOVE SPACES TO P37-ES-HABIL
           MOVE P37-FECHA TO P37-FECHA-HABIL
           MOVE ZERO TO WS-DIAS-AVANZADOS
           MOVE P37-FECHA TO WS-FECHA-CALCULO
      * EXAMINAMOS LA PROPIA FECHA DE PARTIDA
           PERFORM 2100-COMPRUEBA-HABIL
           IF P37-OK
              MOVE WS-HABIL TO P37-ES-HABIL
           END-IF
      * AL RODAR, UNA FECHA YA HABIL SE QUEDA COMO ESTA; AL BUSCAR
      * EL SIGUIENTE, SE AVANZA SIEMPRE AL MENOS UN DIA
           IF P37-OK AND P37-FUNCION-SIGUIENTE
              PERFORM 2200-AVANZA-UN-DIA
           END-IF
           IF P37-OK
              AND (P37-FUNCION-RODAR OR P37-FUNCION-SIGUIENTE)
              PERFORM 2200-AVANZA-UN-DIA
                 UNTIL WS-HABIL-SI OR NOT P37-OK
              IF P37-OK
                 MOVE WS-FECHA-CALCULO TO P37-FECHA-HABIL
              END-IF
           END-IF
           GOBACK.

      *****************************************************************
      * COMPRUEBA SI WS-FECHA-CALCULO ES HABIL: NO ES SABADO NI      *
      * DOMINGO Y NO ESTA EN EL CALENDARIO DE FESTIVOS.              *
      *****************************************************************
       2100-COMPRUEBA-HABIL.
           EXEC SQL
             SELECT DAYOFWEEK_ISO(DATE(:WS-FECHA-CALCULO))
             INTO :WS-DIA-SEMANA
             FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE '99' TO P37-RESULTADO
              MOVE SQLCODE TO P37-SQLCODE
           ELSE
              IF WS-DIA-SEMANA GREATER THAN 5
                 MOVE 'N' TO WS-HABIL
              ELSE
                 PERFORM 2150-BUSCA-FESTIVO
              END-IF
           END-IF.

      *****************************************************************
      * BUSCA WS-FECHA-CALCULO EN EL CALENDARIO DE FESTIVOS.         *
      *****************************************************************
       2150-BUSCA-FESTIVO.
           MOVE WS-FECHA-CALCULO TO FE-FECHA OF DCLFESTIVOS
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-NUM-FESTIVOS
             FROM IBMUSER.CALENDARIO_FESTIVOS
             WHERE FECHA = :DCLFESTIVOS.FE-FECHA
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE '99' TO P37-RESULTADO
              MOVE SQLCODE TO P37-SQLCODE
           ELSE
              IF WS-NUM-FESTIVOS GREATER THAN ZERO
                 MOVE 'N' TO WS-HABIL
              ELSE
                 MOVE 'S' TO WS-HABIL
              END-IF
           END-IF.

      *****************************************************************
      * AVANZA WS-FECHA-CALCULO UN DIA NATURAL Y COMPRUEBA SI EL     *
      * NUEVO DIA ES HABIL. AL AGOTAR EL LIMITE DE BUSQUEDA DEVUELVE *
      * '01'.                                                        *
      *****************************************************************
       2200-AVANZA-UN-DIA.
           IF WS-DIAS-AVANZADOS NOT LESS THAN WS-MAX-DIAS-BUSQUEDA
              MOVE '01' TO P37-RESULTADO
           ELSE
              ADD 1 TO WS-DIAS-AVANZADOS
              EXEC SQL
                SELECT CHAR(DATE(:WS-FECHA-CALCULO) + 1 DAY, ISO)
                INTO :WS-FECHA-CALCULO
                FROM SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE '99' TO P37-RESULTADO
                 MOVE SQLCODE TO P37-SQLCODE
              ELSE
                 PERFORM 2100-COMPRUEBA-HABIL
              END-IF
           END-IF.
