      *            LIMITE-DESCUBIERTO  overdraft limit
      *            TOPE-AJUSTE         ajuste amount needing a second
      *                                supervisor sign-on in the ABMs
      *            TASA-PRESTAMO       default annual loan rate (pct)
      *                                offered by ABM-PRESTAMOS
      *            TASA-PFIJO          annual fixed-term deposit rate
      *                                (pct) for new and renewed
      *                                certificates
      *            UMBRAL-EFVO-DIA     cash deposits or retiros of a
      *                                socio in one day that raise a
      *                                compliance alert
      *            UMBRAL-EFVO-MES     same, for the month to date
      *            FRACCION-PORC       pct below UMBRAL-EFVO-DIA that
      *                                still counts as structuring
      *                                (default 10)
      *            FRACCION-DIAS       consecutive days of such
      *                                deposits that raise the alert
      *                                (default 3, 2 to 10)
      *            MORA-DIAS-1/2/3     days continuously in
      *                                descubierto that open each
      *                                collection stage (default
      *                                30/60/90)
      *            TARIFA-R            fee per retiro beyond the free
      *                                monthly quota (APLICA)
      *            TARIFA-R-LIBRES     free retiros per month
      *            TARIFA-T            fixed fee on a tipo T to a
      *                                socio of another filial
      *          Every change lands in auditoria.log like the master
      *          file ABMs do. Same token exclusion as ABM-SOCIOS.
      * Tectonics: cobc
