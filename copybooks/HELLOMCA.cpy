000800         88  CA-ST-OPERNAME      VALUE 'OPRN'.
000900         88  CA-ST-HELLOAUTH     VALUE 'AUTH'.
001000         88  CA-ST-BCAST         VALUE 'BCST'.
001100         88  CA-ST-PROFILE       VALUE 'PROF'.
001200         88  CA-ST-CALENDAR      VALUE 'CALN'.
