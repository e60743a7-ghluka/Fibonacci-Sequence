000800*             UNSCHEDULED DATE ENDS THE RUN RC 6 BEFORE ANY  *
000900*             OUTPUT IS TOUCHED.  A DATE NOT ON THE CALENDAR *
001000*             IS TREATED AS A SCHEDULED BUSINESS DAY.        *
001010*             BUILT A YEAR AT A TIME BY FIBCALB.             *
001100*-----------------------------------------------------------*
001200 FD  CAL-FILE
001300     RECORDING MODE IS F.
