      * CORRE DESPUES DE LA IMPRESION:                                 *
      *   - LEE EL INDICE DE RESUMENES IMPRESOS ( STMTIDX, UNO POR     *
      *     CLIENTE ) Y BUSCA EL DOMICILIO DE CADA UNO EN EL KSDS      *
      *     CONTACTO. PGMSIN35 SOLO INDEXA LOS RESUMENES EN PAPEL: LOS *
      *     ELECTRONICOS SALEN POR ERESUMEN Y NO LLEGAN AL CORREO.     *
      *   - ORDENA LAS PIEZAS POR CODIGO POSTAL ( CTT-CODPOS ) Y       *
      *     SUCURSAL Y GRABA EN ORDENENV EL ORDEN DE ENSOBRADO, CON    *
      *     NUMERO DE SECUENCIA Y NUMERO DE RUTA.                      *
