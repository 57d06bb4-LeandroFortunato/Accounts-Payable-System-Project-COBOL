           SELECT OPTIONAL KPI-SNAPSHOT-FILE
                  ASSIGN TO "kpi-snapshot-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KPISNP-KEY.
