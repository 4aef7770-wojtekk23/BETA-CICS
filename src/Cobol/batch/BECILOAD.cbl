               ==BECI-SEC-SECTOR== BY ==SEC-SECTOR==
               ==BECI-SEC-EXCH==   BY ==SEC-EXCH==
               ==BECI-SEC-BENCH==  BY ==SEC-BENCH==
               ==BECI-SEC-ACTIVE== BY ==SEC-ACTIVE==
               ==BECI-SEC-CCY==    BY ==SEC-CCY==.

       FD  CAL-FILE
           RECORDING MODE F
