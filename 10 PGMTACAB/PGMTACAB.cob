      *  FUTURA SE ARRASTRAN AL ARCHIVO PENDIENTE PARA CORRIDAS        *
      *  POSTERIORES, Y SE INFORMAN APLICADOS VERSUS PENDIENTES. UNA   *
      *  FECHA EN CERO O EN BLANCO SE APLICA AL LLEGAR, COMO SIEMPRE.  *
      *                                                                *
      *  LAS ALTAS, BAJAS Y CAMBIOS DE DENOMINACION DEL CATALOGO SE    *
      *  HACEN CON PGMSI165, QUE GRABA UNA NUEVA GENERACION DE         *
      *  PRODUCT1; NO DA DE BAJA PRODUCTOS CON PRECIOS EN PENDIENTE.   *
      *----------------------------------------------------------------*
                                                                        
      ******************************************************************
