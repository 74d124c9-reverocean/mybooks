      *=============================================================*
      * CMPINCM.cpy                                                  *
      * Symbolic map for mapset CMPINCM, map CMPINC1 - the major-    *
      * incident screen for CMPINC.  Hand-authored in the standard   *
      * DFHMDF symbolic-map shape (length/attribute/data per field,  *
      * -I for the input map, -O for the output map), the same way   *
      * CMPCSRM.cpy is, since this repo keeps no BMS map source.     *
      * INCID names the incident, INCACT the action (SHOW, OPEN,     *
      * LINK, UNLINK, RESOLVE), INCDSC the description typed on      *
      * OPEN, INCREF the C-REF to link or unlink, INCRES/INCRCA/     *
      * INCCMP the resolution code, root cause and compensation      *
      * typed on RESOLVE.  INCSTA is a display-only line carrying    *
      * the incident's status and dates (and, once resolved, the     *
      * count of linked cases closed), then the message line.        *
      *=============================================================*
       01  CMPINC1I.
           02  FILLER PIC X(12).
           02  INCIDL    COMP PIC S9(4).
           02  INCIDF    PIC X.
           02  FILLER REDEFINES INCIDF.
               03  INCIDA PIC X.
           02  INCIDI    PIC X(10).
           02  INCACTL   COMP PIC S9(4).
           02  INCACTF   PIC X.
           02  FILLER REDEFINES INCACTF.
               03  INCACTA PIC X.
           02  INCACTI   PIC X(8).
           02  INCDSCL   COMP PIC S9(4).
           02  INCDSCF   PIC X.
           02  FILLER REDEFINES INCDSCF.
               03  INCDSCA PIC X.
           02  INCDSCI   PIC X(60).
           02  INCREFL   COMP PIC S9(4).
           02  INCREFF   PIC X.
           02  FILLER REDEFINES INCREFF.
               03  INCREFA PIC X.
           02  INCREFI   PIC X(10).
           02  INCRESL   COMP PIC S9(4).
           02  INCRESF   PIC X.
           02  FILLER REDEFINES INCRESF.
               03  INCRESA PIC X.
           02  INCRESI   PIC X(10).
           02  INCRCAL   COMP PIC S9(4).
           02  INCRCAF   PIC X.
           02  FILLER REDEFINES INCRCAF.
               03  INCRCAA PIC X.
           02  INCRCAI   PIC X(10).
           02  INCCMPL   COMP PIC S9(4).
           02  INCCMPF   PIC X.
           02  FILLER REDEFINES INCCMPF.
               03  INCCMPA PIC X.
           02  INCCMPI   PIC X(10).
           02  INCSTAL   COMP PIC S9(4).
           02  INCSTAF   PIC X.
           02  FILLER REDEFINES INCSTAF.
               03  INCSTAA PIC X.
           02  INCSTAI   PIC X(60).
           02  INCMSGL   COMP PIC S9(4).
           02  INCMSGF   PIC X.
           02  FILLER REDEFINES INCMSGF.
               03  INCMSGA PIC X.
           02  INCMSGI   PIC X(60).

       01  CMPINC1O REDEFINES CMPINC1I.
           02  FILLER PIC X(12).
           02  FILLER PIC X(3).
           02  INCIDO    PIC X(10).
           02  FILLER PIC X(3).
           02  INCACTO   PIC X(8).
           02  FILLER PIC X(3).
           02  INCDSCO   PIC X(60).
           02  FILLER PIC X(3).
           02  INCREFO   PIC X(10).
           02  FILLER PIC X(3).
           02  INCRESO   PIC X(10).
           02  FILLER PIC X(3).
           02  INCRCAO   PIC X(10).
           02  FILLER PIC X(3).
           02  INCCMPO   PIC X(10).
           02  FILLER PIC X(3).
           02  INCSTAO   PIC X(60).
           02  FILLER PIC X(3).
           02  INCMSGO   PIC X(60).
