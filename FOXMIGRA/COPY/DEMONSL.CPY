      *
      *    COPY DEMONSL
      *    SELECT DO LAYOUT DOS DEMONSTRATIVOS CONTABEIS (ARQ.
      *    "ARQDEMON.DAT"), COMUM AO CADDEMON E AO CONVDEMO
      *
           SELECT      ARQ-DEM    ASSIGN     TO   "ARQDEMON.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-DEM.
