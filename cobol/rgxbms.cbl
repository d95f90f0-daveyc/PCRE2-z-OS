      ***************************************************************
      *                                                             *
      *    COPYBOOK:  RGXBMS                                        *
      *    AUTHOR:    D. Connolly                                   *
      *    DATE-WRITTEN:  2026-10-15                                 *
      *                                                             *
      *    Symbolic maps for the RGXBMS mapset (the RGXB browse-    *
      *    and-test transaction, program RGXBRWS).  Laid out as the *
      *    BMS assembly generates them - a 12-byte TIOA prefix,     *
      *    then per named field its length, flag/attribute byte     *
      *    and data - except that the ten list rows of RGXBM1       *
      *    (BSEL01/BLIN01 ... BSEL10/BLIN10) and the four named-    *
      *    group rows of RGXBM2 (DGR1 ... DGR4) are tabled, which   *
      *    maps the same storage.  Keep in step with the BMS        *
      *    source when a field is added or moved.                   *
      *                                                             *
      ***************************************************************
      * MODIFICATION HISTORY                                       *
      * DATE        BY   DESCRIPTION                                *
      * 2026-10-15  DC   Original copybook.                         *
      ***************************************************************
       01  rgxbm1i.
           02  filler                  pic x(12).
           02  bkeyl                   pic s9(4) comp.
           02  bkeyf                   pic x(01).
           02  filler redefines bkeyf.
               03  bkeya               pic x(01).
           02  bkeyi                   pic x(08).
           02  bownl                   pic s9(4) comp.
           02  bownf                   pic x(01).
           02  filler redefines bownf.
               03  bowna               pic x(01).
           02  bowni                   pic x(08).
           02  browi                   occurs 10 times.
               03  bsell               pic s9(4) comp.
               03  bself               pic x(01).
               03  filler redefines bself.
                   04  bsela           pic x(01).
               03  bseli               pic x(01).
               03  blinl               pic s9(4) comp.
               03  blinf               pic x(01).
               03  filler redefines blinf.
                   04  blina           pic x(01).
               03  blini               pic x(70).
           02  bmsgl                   pic s9(4) comp.
           02  bmsgf                   pic x(01).
           02  filler redefines bmsgf.
               03  bmsga               pic x(01).
           02  bmsgi                   pic x(78).
       01  rgxbm1o redefines rgxbm1i.
           02  filler                  pic x(12).
           02  filler                  pic x(03).
           02  bkeyo                   pic x(08).
           02  filler                  pic x(03).
           02  bowno                   pic x(08).
           02  browo                   occurs 10 times.
               03  filler              pic x(03).
               03  bselo               pic x(01).
               03  filler              pic x(03).
               03  blino               pic x(70).
           02  filler                  pic x(03).
           02  bmsgo                   pic x(78).

       01  rgxbm2i.
           02  filler                  pic x(12).
           02  dpidl                   pic s9(4) comp.
           02  dpidf                   pic x(01).
           02  filler redefines dpidf.
               03  dpida               pic x(01).
           02  dpidi                   pic x(08).
           02  dpstl                   pic s9(4) comp.
           02  dpstf                   pic x(01).
           02  filler redefines dpstf.
               03  dpsta               pic x(01).
           02  dpsti                   pic x(04).
           02  dpownl                  pic s9(4) comp.
           02  dpownf                  pic x(01).
           02  filler redefines dpownf.
               03  dpowna              pic x(01).
           02  dpowni                  pic x(08).
           02  dpdscl                  pic s9(4) comp.
           02  dpdscf                  pic x(01).
           02  filler redefines dpdscf.
               03  dpdsca              pic x(01).
           02  dpdsci                  pic x(40).
           02  dpcrtl                  pic s9(4) comp.
           02  dpcrtf                  pic x(01).
           02  filler redefines dpcrtf.
               03  dpcrta              pic x(01).
           02  dpcrti                  pic x(15).
           02  dpchgl                  pic s9(4) comp.
           02  dpchgf                  pic x(01).
           02  filler redefines dpchgf.
               03  dpchga              pic x(01).
           02  dpchgi                  pic x(15).
           02  dpoptl                  pic s9(4) comp.
           02  dpoptf                  pic x(01).
           02  filler redefines dpoptf.
               03  dpopta              pic x(01).
           02  dpopti                  pic x(10).
           02  dtx1l                   pic s9(4) comp.
           02  dtx1f                   pic x(01).
           02  filler redefines dtx1f.
               03  dtx1a               pic x(01).
           02  dtx1i                   pic x(70).
           02  dtx2l                   pic s9(4) comp.
           02  dtx2f                   pic x(01).
           02  filler redefines dtx2f.
               03  dtx2a               pic x(01).
           02  dtx2i                   pic x(70).
           02  dtx3l                   pic s9(4) comp.
           02  dtx3f                   pic x(01).
           02  filler redefines dtx3f.
               03  dtx3a               pic x(01).
           02  dtx3i                   pic x(60).
           02  dsub1l                  pic s9(4) comp.
           02  dsub1f                  pic x(01).
           02  filler redefines dsub1f.
               03  dsub1a              pic x(01).
           02  dsub1i                  pic x(76).
           02  dsub2l                  pic s9(4) comp.
           02  dsub2f                  pic x(01).
           02  filler redefines dsub2f.
               03  dsub2a              pic x(01).
           02  dsub2i                  pic x(76).
           02  dvrdl                   pic s9(4) comp.
           02  dvrdf                   pic x(01).
           02  filler redefines dvrdf.
               03  dvrda               pic x(01).
           02  dvrdi                   pic x(08).
           02  dvrcl                   pic s9(4) comp.
           02  dvrcf                   pic x(01).
           02  filler redefines dvrcf.
               03  dvrca               pic x(01).
           02  dvrci                   pic x(10).
           02  dofsl                   pic s9(4) comp.
           02  dofsf                   pic x(01).
           02  filler redefines dofsf.
               03  dofsa               pic x(01).
           02  dofsi                   pic x(68).
           02  dgrpi                   occurs 4 times.
               03  dgrl                pic s9(4) comp.
               03  dgrf                pic x(01).
               03  filler redefines dgrf.
                   04  dgra            pic x(01).
               03  dgri                pic x(76).
           02  dmsgl                   pic s9(4) comp.
           02  dmsgf                   pic x(01).
           02  filler redefines dmsgf.
               03  dmsga               pic x(01).
           02  dmsgi                   pic x(78).
       01  rgxbm2o redefines rgxbm2i.
           02  filler                  pic x(12).
           02  filler                  pic x(03).
           02  dpido                   pic x(08).
           02  filler                  pic x(03).
           02  dpsto                   pic x(04).
           02  filler                  pic x(03).
           02  dpowno                  pic x(08).
           02  filler                  pic x(03).
           02  dpdsco                  pic x(40).
           02  filler                  pic x(03).
           02  dpcrto                  pic x(15).
           02  filler                  pic x(03).
           02  dpchgo                  pic x(15).
           02  filler                  pic x(03).
           02  dpopto                  pic x(10).
           02  filler                  pic x(03).
           02  dtx1o                   pic x(70).
           02  filler                  pic x(03).
           02  dtx2o                   pic x(70).
           02  filler                  pic x(03).
           02  dtx3o                   pic x(60).
           02  filler                  pic x(03).
           02  dsub1o                  pic x(76).
           02  filler                  pic x(03).
           02  dsub2o                  pic x(76).
           02  filler                  pic x(03).
           02  dvrdo                   pic x(08).
           02  filler                  pic x(03).
           02  dvrco                   pic x(10).
           02  filler                  pic x(03).
           02  dofso                   pic x(68).
           02  dgrpo                   occurs 4 times.
               03  filler              pic x(03).
               03  dgro                pic x(76).
           02  filler                  pic x(03).
           02  dmsgo                   pic x(78).
