           SELECT OPTIONAL VENDOR-EVENT-FILE
                  ASSIGN TO "vendor-event-file"
                  ORGANIZATION IS SEQUENTIAL.
