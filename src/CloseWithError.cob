        MOVE "Master verification failed" TO LS-Catalog-Desc
      WHEN 425
        MOVE "Schedule stream stopped by failed step" TO LS-Catalog-Desc
      WHEN 426
        MOVE "Partitioned run step refused" TO LS-Catalog-Desc
      WHEN 427
        MOVE "Backup set incomplete or not taken" TO LS-Catalog-Desc
      WHEN 500
        MOVE "Debug log write failure" TO LS-Catalog-Desc
      WHEN OTHER
