      *
      *        SEED   -  WRITE THE COMPILED-IN ERRCODES TABLE OUT AS
      *                  A FRESH ERRCFILE, SEVERITY DERIVED FROM THE
      *                  RETURN CODE (16 AND OVER CRITICAL, C),
      *                  ACTION TEXT BLANK - THE
      *                  STARTING POINT THE SUPPORT TEAM THEN EDITS
      *                  AND EXTENDS AS DATA.
      *        PRINT  -  LIST THE REGISTRY FILE AS A REPORT, SO WHAT
                       MOVE 'I' TO REG-SEVERITY
                   WHEN 04
                       MOVE 'W' TO REG-SEVERITY
                   WHEN 16 THRU 99
                       MOVE 'C' TO REG-SEVERITY
                   WHEN OTHER
                       MOVE 'E' TO REG-SEVERITY
               END-EVALUATE
