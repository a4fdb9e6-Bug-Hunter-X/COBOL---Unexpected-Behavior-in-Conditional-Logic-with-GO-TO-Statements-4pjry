                   " WARNS = "     CHK-WARN-CNT
                   " WARNED = "    CHK-WARN-SW
                   " SUSPENSE = "  CHK-SUSPENSE
                   " NIGHT = "     CHK-NIGHT-AMT
                   " ROLL = "      CHK-ROLL-TOTAL
                   " MTD = "       CHK-MTD-TOTAL
           .

       PARA-8-LOG SECTION.
