                               FUNCTION TRIM(HMX-Program) " "
                               HMX-Outcome " elapsed "
                               HMX-Elapsed " cs"
                       IF HMX-Phase NOT = ZERO THEN
                           DISPLAY "      parse " HMX-Parse-CS
                                   " compute " HMX-Compute-CS
                                   " report " HMX-Report-CS " cs"
                       END-IF
                       IF HMX-Parts NOT = SPACES THEN
                           DISPLAY "      part 1 " HMX-Part-1
                                   "  part 2 " HMX-Part-2
                       END-IF
                       IF HMX-MF NOT = SPACES THEN
                           DISPLAY "      module "
                                   FUNCTION TRIM(HMX-MF)
                       END-IF
                   END-IF
           END-READ.
       END-ROUTINE.
