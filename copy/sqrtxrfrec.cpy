    05  xref-run-date         pic 9(8).
    05  xref-cycle            pic 9(5).
    05  xref-imaginary        pic x.
*> The tolerance and method the answer was computed under, so a
*> later cycle's answer for the same Z and power can be judged
*> against this one at the looser of the two tolerances. The
*> precision is carried at full card width whichever engine ran;
*> the method is the SQRTPARM/SQRTRULE digit (0 divide-and-average,
*> 1 bisection). Entries filed before the fields existed carry
*> zero precision and a blank method - tolerance and method
*> unknown.
    05  xref-precision        pic s9(10)v9(12) sign leading separate.
    05  xref-method           pic x.
