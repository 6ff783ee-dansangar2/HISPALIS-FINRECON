      * incluirse bajo un registro 01 padre en la seccion FD.
      * WATCHLST.DAT is supplied by compliance, one record per listed
      * name. Screening consumers (ACCTMNT for account opens and
      * updates, NAMESCRN for BENEFIC.DAT payees, TRNPOST for the
      * counterparty of each payment) compare names after normalizing
      * both sides -- upper-cased with every space removed -- so "De
      * La Cruz" and "DELACRUZ" match; anything fuzzier than case and
      * spacing is compliance's judgement, not this system's.
      * WATCHLST.DAT lo suministra cumplimiento, un registro por
      * nombre listado. Los consumidores de cribado (ACCTMNT para
      * altas y modificaciones de cuentas, NAMESCRN para los
      * beneficiarios de BENEFIC.DAT, TRNPOST para la contraparte de
      * cada pago) comparan los nombres tras normalizar ambos lados
      * -- en mayusculas y sin ningun espacio -- de forma que "De La
      * Cruz" y "DELACRUZ" casen; cualquier cosa mas difusa que
      * mayusculas y espaciado es criterio de cumplimiento, no de este
      * sistema.
      * WL-LIST-REF identifies the source list (sanctions regime,
      * internal list) for the hit report.
      * WL-LIST-REF identifica la lista de origen (regimen de
