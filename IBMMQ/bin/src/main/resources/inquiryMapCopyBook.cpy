   01 EMSIQM1I.
     02 FILLER              PIC X(0012).
     02 USIDL               PIC S9(0004) COMP.
     02 USIDF               PIC X(0001).
     02 FILLER              REDEFINES USIDF.
       03 USIDA             PIC X(0001).
     02 USIDI               PIC X(0008).
     02 CSYSL               PIC S9(0004) COMP.
     02 CSYSF               PIC X(0001).
     02 FILLER              REDEFINES CSYSF.
       03 CSYSA             PIC X(0001).
     02 CSYSI               PIC X(0008).
     02 APPLL               PIC S9(0004) COMP.
     02 APPLF               PIC X(0001).
     02 FILLER              REDEFINES APPLF.
       03 APPLA             PIC X(0001).
     02 APPLI               PIC X(0008).
     02 ASOFL               PIC S9(0004) COMP.
     02 ASOFF               PIC X(0001).
     02 FILLER              REDEFINES ASOFF.
       03 ASOFA             PIC X(0001).
     02 ASOFI               PIC X(0008).
     02 PLEXL               PIC S9(0004) COMP.
     02 PLEXF               PIC X(0001).
     02 FILLER              REDEFINES PLEXF.
       03 PLEXA             PIC X(0001).
     02 PLEXI               PIC X(0008).
     02 CMASL               PIC S9(0004) COMP.
     02 CMASF               PIC X(0001).
     02 FILLER              REDEFINES CMASF.
       03 CMASA             PIC X(0001).
     02 CMASI               PIC X(0008).
     02 CAPLL               PIC S9(0004) COMP.
     02 CAPLF               PIC X(0001).
     02 FILLER              REDEFINES CAPLF.
       03 CAPLA             PIC X(0001).
     02 CAPLI               PIC X(0008).
     02 DTYPL               PIC S9(0004) COMP.
     02 DTYPF               PIC X(0001).
     02 FILLER              REDEFINES DTYPF.
       03 DTYPA             PIC X(0001).
     02 DTYPI               PIC X(0003).
     02 STATL               PIC S9(0004) COMP.
     02 STATF               PIC X(0001).
     02 FILLER              REDEFINES STATF.
       03 STATA             PIC X(0001).
     02 STATI               PIC X(0007).
     02 DYNRL               PIC S9(0004) COMP.
     02 DYNRF               PIC X(0001).
     02 FILLER              REDEFINES DYNRF.
       03 DYNRA             PIC X(0001).
     02 DYNRI               PIC X(0007).
     02 JOBNL               PIC S9(0004) COMP.
     02 JOBNF               PIC X(0001).
     02 FILLER              REDEFINES JOBNF.
       03 JOBNA             PIC X(0001).
     02 JOBNI               PIC X(0008).
     02 MVSNL               PIC S9(0004) COMP.
     02 MVSNF               PIC X(0001).
     02 FILLER              REDEFINES MVSNF.
       03 MVSNA             PIC X(0001).
     02 MVSNI               PIC X(0004).
     02 CECNL               PIC S9(0004) COMP.
     02 CECNF               PIC X(0001).
     02 FILLER              REDEFINES CECNF.
       03 CECNA             PIC X(0001).
     02 CECNI               PIC X(0008).
     02 OSRLL               PIC S9(0004) COMP.
     02 OSRLF               PIC X(0001).
     02 FILLER              REDEFINES OSRLF.
       03 OSRLA             PIC X(0001).
     02 OSRLI               PIC X(0004).
     02 SPLXL               PIC S9(0004) COMP.
     02 SPLXF               PIC X(0001).
     02 FILLER              REDEFINES SPLXF.
       03 SPLXA             PIC X(0001).
     02 SPLXI               PIC X(0008).
     02 CYCLL               PIC S9(0004) COMP.
     02 CYCLF               PIC X(0001).
     02 FILLER              REDEFINES CYCLF.
       03 CYCLA             PIC X(0001).
     02 CYCLI               PIC X(0008).
     02 MONSL               PIC S9(0004) COMP.
     02 MONSF               PIC X(0001).
     02 FILLER              REDEFINES MONSF.
       03 MONSA             PIC X(0001).
     02 MONSI               PIC X(0008).
     02 RTASL               PIC S9(0004) COMP.
     02 RTASF               PIC X(0001).
     02 FILLER              REDEFINES RTASF.
       03 RTASA             PIC X(0001).
     02 RTASI               PIC X(0008).
     02 WLMSL               PIC S9(0004) COMP.
     02 WLMSF               PIC X(0001).
     02 FILLER              REDEFINES WLMSF.
       03 WLMSA             PIC X(0001).
     02 WLMSI               PIC X(0008).
     02 DSC1L               PIC S9(0004) COMP.
     02 DSC1F               PIC X(0001).
     02 FILLER              REDEFINES DSC1F.
       03 DSC1A             PIC X(0001).
     02 DSC1I               PIC X(0072).
     02 DSC2L               PIC S9(0004) COMP.
     02 DSC2F               PIC X(0001).
     02 FILLER              REDEFINES DSC2F.
       03 DSC2A             PIC X(0001).
     02 DSC2I               PIC X(0028).
     02 HEADL               PIC S9(0004) COMP.
     02 HEADF               PIC X(0001).
     02 FILLER              REDEFINES HEADF.
       03 HEADA             PIC X(0001).
     02 HEADI               PIC X(0078).
     02 LINED               OCCURS 8 TIMES.
       03 LINEL             PIC S9(0004) COMP.
       03 LINEF             PIC X(0001).
       03 FILLER            REDEFINES LINEF.
         04 LINEA           PIC X(0001).
       03 LINEI             PIC X(0079).
     02 ACTL                PIC S9(0004) COMP.
     02 ACTF                PIC X(0001).
     02 FILLER              REDEFINES ACTF.
       03 ACTA              PIC X(0001).
     02 ACTI                PIC X(0001).
     02 EVTL                PIC S9(0004) COMP.
     02 EVTF                PIC X(0001).
     02 FILLER              REDEFINES EVTF.
       03 EVTA              PIC X(0001).
     02 EVTI                PIC X(0004).
     02 MSGL                PIC S9(0004) COMP.
     02 MSGF                PIC X(0001).
     02 FILLER              REDEFINES MSGF.
       03 MSGA              PIC X(0001).
     02 MSGI                PIC X(0079).
   01 EMSIQM1O REDEFINES EMSIQM1I.
     02 FILLER              PIC X(0012).
     02 FILLER              PIC X(0003).
     02 USIDO               PIC X(0008).
     02 FILLER              PIC X(0003).
     02 CSYSO               PIC X(0008).
     02 FILLER              PIC X(0003).
     02 APPLO               PIC X(0008).
     02 FILLER              PIC X(0003).
     02 ASOFO               PIC X(0008).
     02 FILLER              PIC X(0003).
     02 PLEXO               PIC X(0008).
     02 FILLER              PIC X(0003).
     02 CMASO               PIC X(0008).
     02 FILLER              PIC X(0003).
     02 CAPLO               PIC X(0008).
     02 FILLER              PIC X(0003).
     02 DTYPO               PIC X(0003).
     02 FILLER              PIC X(0003).
     02 STATO               PIC X(0007).
     02 FILLER              PIC X(0003).
     02 DYNRO               PIC X(0007).
     02 FILLER              PIC X(0003).
     02 JOBNO               PIC X(0008).
     02 FILLER              PIC X(0003).
     02 MVSNO               PIC X(0004).
     02 FILLER              PIC X(0003).
     02 CECNO               PIC X(0008).
     02 FILLER              PIC X(0003).
     02 OSRLO               PIC X(0004).
     02 FILLER              PIC X(0003).
     02 SPLXO               PIC X(0008).
     02 FILLER              PIC X(0003).
     02 CYCLO               PIC X(0008).
     02 FILLER              PIC X(0003).
     02 MONSO               PIC X(0008).
     02 FILLER              PIC X(0003).
     02 RTASO               PIC X(0008).
     02 FILLER              PIC X(0003).
     02 WLMSO               PIC X(0008).
     02 FILLER              PIC X(0003).
     02 DSC1O               PIC X(0072).
     02 FILLER              PIC X(0003).
     02 DSC2O               PIC X(0028).
     02 FILLER              PIC X(0003).
     02 HEADO               PIC X(0078).
     02 LINEX               OCCURS 8 TIMES.
       03 FILLER            PIC X(0003).
       03 LINEO             PIC X(0079).
     02 FILLER              PIC X(0003).
     02 ACTO                PIC X(0001).
     02 FILLER              PIC X(0003).
     02 EVTO                PIC X(0004).
     02 FILLER              PIC X(0003).
     02 MSGO                PIC X(0079).
