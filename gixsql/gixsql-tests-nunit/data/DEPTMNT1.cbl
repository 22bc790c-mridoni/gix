                    MGR_ENO        DECIMAL(4,0),
                    COST_CENTER    CHAR(6),
                    WC_CLASS       CHAR(4),
                    DEPT_ST        CHAR(2),
                    DEPT_STATUS    CHAR(1),
                    RETIRED_DATE   DECIMAL(8,0))
           END-EXEC.

      *  the org rollup: departments belong to divisions, divisions
