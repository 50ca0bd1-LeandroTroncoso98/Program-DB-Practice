      * COLA DE MOVIMIENTOS PENDIENTES DE AUTORIZACION DE SUPERVISOR: *
      * LOS MOVIMIENTOS QUE SUPERAN EL UMBRAL DE PDB2015 SE APARCAN   *
      * AQUI (ESTADO 'P') EN LUGAR DE POSTEARSE, TANTO DESDE LA       *
      * VENTANILLA PB14 Y LA REPARACION DE RECHAZOS PB41 COMO DESDE   *
      * EL BATCH PDB2003. EL SUPERVISOR LOS APRUEBA ('A', POSTEANDO   *
      * EN ESE MOMENTO) O LOS RECHAZA ('R') DESDE LA TRANSACCION PB26.*
      * FECHA_VALOR CONSERVA LA FECHA DE VALOR DE LA INSTRUCCION DEL  *
      * CLIENTE: PARA UN MOVIMIENTO DE EFECTO INMEDIATO ES LA FECHA   *
      * DE CAPTURA. SI AL APROBAR SIGUE SIENDO FUTURA, PB26 NO        *
