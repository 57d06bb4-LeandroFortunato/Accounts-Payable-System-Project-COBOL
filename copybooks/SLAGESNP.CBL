           SELECT OPTIONAL AGED-SNAPSHOT-FILE
                  ASSIGN TO "aged-snapshot-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AGESNP-KEY.
