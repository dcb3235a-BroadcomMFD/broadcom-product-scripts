           03  PECB-PACKAGE-ID              PIC X(16).
           03  PECB-FUNCTION-CODE           PIC X(02).
           03  PECB-FUNCTION-LITERAL        PIC X(12).
               88  PECB-FUNC-RESET                    VALUE 'RESET'.
               88  PECB-FUNC-DELETE                   VALUE 'DELETE'.
               88  PECB-FUNC-COMMIT                   VALUE 'COMMIT'.
           03  PECB-SUBFUNC-LITERAL         PIC X(12).
               88  PECB-SUBFUNC-DENY                  VALUE 'DENY'.
           03  PECB-BEF-AFTER-LITERAL       PIC X(01).
               88  PECB-BEFORE                        VALUE 'B'.
               88  PECB-AFTER                         VALUE 'A'.
