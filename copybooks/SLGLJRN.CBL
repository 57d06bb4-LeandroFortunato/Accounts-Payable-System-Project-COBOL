           SELECT OPTIONAL GL-JOURNAL-FILE
                  ASSIGN TO "gl-journal-pending.txt"
                  ORGANIZATION IS LINE SEQUENTIAL.
