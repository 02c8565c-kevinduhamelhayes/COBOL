      * (indexado por tar-codigo), compartido por el mantenimiento
      * del tarifario y la corrida mensual de cargos, para que ambos
      * describan el mismo registro de la misma manera.
      *   tar-tipo: C = cargo por cliente, S = cargo por sucursal,
      *             E = cargo por evento (lo cobra la operacion que
      *             lo origina, como CIER en el cierre de cuenta; la
      *             corrida mensual lo saltea)
      *   tar-modo: F = importe fijo, P = porcentaje (del saldo del
      *             cliente o del volumen posteado de la sucursal)
       01  registro-tarifa.
