           SELECT OPTIONAL VENDOR-FEED-CONSUMER-FILE
                  ASSIGN TO "vendor-feed-consumer-file"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VFEED-CONSUMER
                  LOCK MODE IS AUTOMATIC.
