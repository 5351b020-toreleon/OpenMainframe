      *****************************************************************
      *    COMNT00 - SYMBOLIC MAPS FOR MAPSET COMNT00 / MAPS COMNT0P,
      *    COMNT0T, COMNT0M, COMNT0S, COMNT0B, COMNT0H, COMNT0G AND
      *    COMNT0C (ONE PER FILE).
      *    GENERATED FROM BMS/COMNT00.BMS.  COPIED INTO CICSMNT.
      *****************************************************************
       01  COMNT0PI.
           05  FILLER                    PIC X(12).
           05  PMSGL                     PIC S9(4) COMP.
           05  PMSGF                     PIC X.
           05  FILLER REDEFINES PMSGF.
               10  PMSGA                 PIC X.
           05  PMSGI                     PIC X(40).
           05  PFILEL                    PIC S9(4) COMP.
           05  PFILEF                    PIC X.
           05  FILLER REDEFINES PFILEF.
               10  PFILEA                PIC X.
           05  PFILEI                    PIC X(1).
           05  PACTNL                    PIC S9(4) COMP.
           05  PACTNF                    PIC X.
           05  FILLER REDEFINES PACTNF.
               10  PACTNA                PIC X.
           05  PACTNI                    PIC X(1).
           05  PNAMEL                    PIC S9(4) COMP.
           05  PNAMEF                    PIC X.
           05  FILLER REDEFINES PNAMEF.
               10  PNAMEA                PIC X.
           05  PNAMEI                    PIC X(8).
           05  PVALUEL                   PIC S9(4) COMP.
           05  PVALUEF                   PIC X.
           05  FILLER REDEFINES PVALUEF.
               10  PVALUEA               PIC X.
           05  PVALUEI                   PIC X(8).
           05  PDESCL                    PIC S9(4) COMP.
           05  PDESCF                    PIC X.
           05  FILLER REDEFINES PDESCF.
               10  PDESCA                PIC X.
           05  PDESCI                    PIC X(20).
           05  PINFOL                    PIC S9(4) COMP.
           05  PINFOF                    PIC X.
           05  FILLER REDEFINES PINFOF.
               10  PINFOA                PIC X.
           05  PINFOI                    PIC X(60).
           05  PINFO2L                   PIC S9(4) COMP.
           05  PINFO2F                   PIC X.
           05  FILLER REDEFINES PINFO2F.
               10  PINFO2A               PIC X.
           05  PINFO2I                   PIC X(60).
       01  COMNT0PO REDEFINES COMNT0PI.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  PMSGO                     PIC X(40).
           05  FILLER                    PIC X(3).
           05  PFILEO                    PIC X(1).
           05  FILLER                    PIC X(3).
           05  PACTNO                    PIC X(1).
           05  FILLER                    PIC X(3).
           05  PNAMEO                    PIC X(8).
           05  FILLER                    PIC X(3).
           05  PVALUEO                   PIC X(8).
           05  FILLER                    PIC X(3).
           05  PDESCO                    PIC X(20).
           05  FILLER                    PIC X(3).
           05  PINFOO                    PIC X(60).
           05  FILLER                    PIC X(3).
           05  PINFO2O                   PIC X(60).
       01  COMNT0TI.
           05  FILLER                    PIC X(12).
           05  TMSGL                     PIC S9(4) COMP.
           05  TMSGF                     PIC X.
           05  FILLER REDEFINES TMSGF.
               10  TMSGA                 PIC X.
           05  TMSGI                     PIC X(40).
           05  TFILEL                    PIC S9(4) COMP.
           05  TFILEF                    PIC X.
           05  FILLER REDEFINES TFILEF.
               10  TFILEA                PIC X.
           05  TFILEI                    PIC X(1).
           05  TACTNL                    PIC S9(4) COMP.
           05  TACTNF                    PIC X.
           05  FILLER REDEFINES TACTNF.
               10  TACTNA                PIC X.
           05  TACTNI                    PIC X(1).
           05  TTERML                    PIC S9(4) COMP.
           05  TTERMF                    PIC X.
           05  FILLER REDEFINES TTERMF.
               10  TTERMA                PIC X.
           05  TTERMI                    PIC X(4).
           05  TDESCL                    PIC S9(4) COMP.
           05  TDESCF                    PIC X.
           05  FILLER REDEFINES TDESCF.
               10  TDESCA                PIC X.
           05  TDESCI                    PIC X(20).
           05  TSTATL                    PIC S9(4) COMP.
           05  TSTATF                    PIC X.
           05  FILLER REDEFINES TSTATF.
               10  TSTATA                PIC X.
           05  TSTATI                    PIC X(1).
           05  TINFOL                    PIC S9(4) COMP.
           05  TINFOF                    PIC X.
           05  FILLER REDEFINES TINFOF.
               10  TINFOA                PIC X.
           05  TINFOI                    PIC X(60).
           05  TINFO2L                   PIC S9(4) COMP.
           05  TINFO2F                   PIC X.
           05  FILLER REDEFINES TINFO2F.
               10  TINFO2A               PIC X.
           05  TINFO2I                   PIC X(60).
       01  COMNT0TO REDEFINES COMNT0TI.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  TMSGO                     PIC X(40).
           05  FILLER                    PIC X(3).
           05  TFILEO                    PIC X(1).
           05  FILLER                    PIC X(3).
           05  TACTNO                    PIC X(1).
           05  FILLER                    PIC X(3).
           05  TTERMO                    PIC X(4).
           05  FILLER                    PIC X(3).
           05  TDESCO                    PIC X(20).
           05  FILLER                    PIC X(3).
           05  TSTATO                    PIC X(1).
           05  FILLER                    PIC X(3).
           05  TINFOO                    PIC X(60).
           05  FILLER                    PIC X(3).
           05  TINFO2O                   PIC X(60).
       01  COMNT0MI.
           05  FILLER                    PIC X(12).
           05  MMSGL                     PIC S9(4) COMP.
           05  MMSGF                     PIC X.
           05  FILLER REDEFINES MMSGF.
               10  MMSGA                 PIC X.
           05  MMSGI                     PIC X(40).
           05  MFILEL                    PIC S9(4) COMP.
           05  MFILEF                    PIC X.
           05  FILLER REDEFINES MFILEF.
               10  MFILEA                PIC X.
           05  MFILEI                    PIC X(1).
           05  MACTNL                    PIC S9(4) COMP.
           05  MACTNF                    PIC X.
           05  FILLER REDEFINES MACTNF.
               10  MACTNA                PIC X.
           05  MACTNI                    PIC X(1).
           05  MOPTNL                    PIC S9(4) COMP.
           05  MOPTNF                    PIC X.
           05  FILLER REDEFINES MOPTNF.
               10  MOPTNA                PIC X.
           05  MOPTNI                    PIC X(2).
           05  MDESCL                    PIC S9(4) COMP.
           05  MDESCF                    PIC X.
           05  FILLER REDEFINES MDESCF.
               10  MDESCA                PIC X.
           05  MDESCI                    PIC X(30).
           05  MPROGL                    PIC S9(4) COMP.
           05  MPROGF                    PIC X.
           05  FILLER REDEFINES MPROGF.
               10  MPROGA                PIC X.
           05  MPROGI                    PIC X(8).
           05  MLEVELL                   PIC S9(4) COMP.
           05  MLEVELF                   PIC X.
           05  FILLER REDEFINES MLEVELF.
               10  MLEVELA               PIC X.
           05  MLEVELI                   PIC X(1).
           05  MINFOL                    PIC S9(4) COMP.
           05  MINFOF                    PIC X.
           05  FILLER REDEFINES MINFOF.
               10  MINFOA                PIC X.
           05  MINFOI                    PIC X(60).
           05  MINFO2L                   PIC S9(4) COMP.
           05  MINFO2F                   PIC X.
           05  FILLER REDEFINES MINFO2F.
               10  MINFO2A               PIC X.
           05  MINFO2I                   PIC X(60).
       01  COMNT0MO REDEFINES COMNT0MI.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  MMSGO                     PIC X(40).
           05  FILLER                    PIC X(3).
           05  MFILEO                    PIC X(1).
           05  FILLER                    PIC X(3).
           05  MACTNO                    PIC X(1).
           05  FILLER                    PIC X(3).
           05  MOPTNO                    PIC X(2).
           05  FILLER                    PIC X(3).
           05  MDESCO                    PIC X(30).
           05  FILLER                    PIC X(3).
           05  MPROGO                    PIC X(8).
           05  FILLER                    PIC X(3).
           05  MLEVELO                   PIC X(1).
           05  FILLER                    PIC X(3).
           05  MINFOO                    PIC X(60).
           05  FILLER                    PIC X(3).
           05  MINFO2O                   PIC X(60).
       01  COMNT0SI.
           05  FILLER                    PIC X(12).
           05  SMSGL                     PIC S9(4) COMP.
           05  SMSGF                     PIC X.
           05  FILLER REDEFINES SMSGF.
               10  SMSGA                 PIC X.
           05  SMSGI                     PIC X(40).
           05  SFILEL                    PIC S9(4) COMP.
           05  SFILEF                    PIC X.
           05  FILLER REDEFINES SFILEF.
               10  SFILEA                PIC X.
           05  SFILEI                    PIC X(1).
           05  SACTNL                    PIC S9(4) COMP.
           05  SACTNF                    PIC X.
           05  FILLER REDEFINES SACTNF.
               10  SACTNA                PIC X.
           05  SACTNI                    PIC X(1).
           05  SOPERL                    PIC S9(4) COMP.
           05  SOPERF                    PIC X.
           05  FILLER REDEFINES SOPERF.
               10  SOPERA                PIC X.
           05  SOPERI                    PIC X(8).
           05  SDAYSL                    PIC S9(4) COMP.
           05  SDAYSF                    PIC X.
           05  FILLER REDEFINES SDAYSF.
               10  SDAYSA                PIC X.
           05  SDAYSI                    PIC X(7).
           05  SFROML                    PIC S9(4) COMP.
           05  SFROMF                    PIC X.
           05  FILLER REDEFINES SFROMF.
               10  SFROMA                PIC X.
           05  SFROMI                    PIC X(4).
           05  STOL                      PIC S9(4) COMP.
           05  STOF                      PIC X.
           05  FILLER REDEFINES STOF.
               10  STOA                  PIC X.
           05  STOI                      PIC X(4).
           05  SOVRDL                    PIC S9(4) COMP.
           05  SOVRDF                    PIC X.
           05  FILLER REDEFINES SOVRDF.
               10  SOVRDA                PIC X.
           05  SOVRDI                    PIC X(1).
           05  SINFOL                    PIC S9(4) COMP.
           05  SINFOF                    PIC X.
           05  FILLER REDEFINES SINFOF.
               10  SINFOA                PIC X.
           05  SINFOI                    PIC X(60).
           05  SINFO2L                   PIC S9(4) COMP.
           05  SINFO2F                   PIC X.
           05  FILLER REDEFINES SINFO2F.
               10  SINFO2A               PIC X.
           05  SINFO2I                   PIC X(60).
       01  COMNT0SO REDEFINES COMNT0SI.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  SMSGO                     PIC X(40).
           05  FILLER                    PIC X(3).
           05  SFILEO                    PIC X(1).
           05  FILLER                    PIC X(3).
           05  SACTNO                    PIC X(1).
           05  FILLER                    PIC X(3).
           05  SOPERO                    PIC X(8).
           05  FILLER                    PIC X(3).
           05  SDAYSO                    PIC X(7).
           05  FILLER                    PIC X(3).
           05  SFROMO                    PIC X(4).
           05  FILLER                    PIC X(3).
           05  STOO                      PIC X(4).
           05  FILLER                    PIC X(3).
           05  SOVRDO                    PIC X(1).
           05  FILLER                    PIC X(3).
           05  SINFOO                    PIC X(60).
           05  FILLER                    PIC X(3).
           05  SINFO2O                   PIC X(60).
       01  COMNT0BI.
           05  FILLER                    PIC X(12).
           05  BMSGL                     PIC S9(4) COMP.
           05  BMSGF                     PIC X.
           05  FILLER REDEFINES BMSGF.
               10  BMSGA                 PIC X.
           05  BMSGI                     PIC X(40).
           05  BFILEL                    PIC S9(4) COMP.
           05  BFILEF                    PIC X.
           05  FILLER REDEFINES BFILEF.
               10  BFILEA                PIC X.
           05  BFILEI                    PIC X(1).
           05  BACTNL                    PIC S9(4) COMP.
           05  BACTNF                    PIC X.
           05  FILLER REDEFINES BACTNF.
               10  BACTNA                PIC X.
           05  BACTNI                    PIC X(1).
           05  BWORDL                    PIC S9(4) COMP.
           05  BWORDF                    PIC X.
           05  FILLER REDEFINES BWORDF.
               10  BWORDA                PIC X.
           05  BWORDI                    PIC X(8).
           05  BINFOL                    PIC S9(4) COMP.
           05  BINFOF                    PIC X.
           05  FILLER REDEFINES BINFOF.
               10  BINFOA                PIC X.
           05  BINFOI                    PIC X(60).
           05  BINFO2L                   PIC S9(4) COMP.
           05  BINFO2F                   PIC X.
           05  FILLER REDEFINES BINFO2F.
               10  BINFO2A               PIC X.
           05  BINFO2I                   PIC X(60).
       01  COMNT0BO REDEFINES COMNT0BI.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  BMSGO                     PIC X(40).
           05  FILLER                    PIC X(3).
           05  BFILEO                    PIC X(1).
           05  FILLER                    PIC X(3).
           05  BACTNO                    PIC X(1).
           05  FILLER                    PIC X(3).
           05  BWORDO                    PIC X(8).
           05  FILLER                    PIC X(3).
           05  BINFOO                    PIC X(60).
           05  FILLER                    PIC X(3).
           05  BINFO2O                   PIC X(60).
       01  COMNT0HI.
           05  FILLER                    PIC X(12).
           05  HMSGL                     PIC S9(4) COMP.
           05  HMSGF                     PIC X.
           05  FILLER REDEFINES HMSGF.
               10  HMSGA                 PIC X.
           05  HMSGI                     PIC X(40).
           05  HFILEL                    PIC S9(4) COMP.
           05  HFILEF                    PIC X.
           05  FILLER REDEFINES HFILEF.
               10  HFILEA                PIC X.
           05  HFILEI                    PIC X(1).
           05  HACTNL                    PIC S9(4) COMP.
           05  HACTNF                    PIC X.
           05  FILLER REDEFINES HACTNF.
               10  HACTNA                PIC X.
           05  HACTNI                    PIC X(1).
           05  HOPERL                    PIC S9(4) COMP.
           05  HOPERF                    PIC X.
           05  FILLER REDEFINES HOPERF.
               10  HOPERA                PIC X.
           05  HOPERI                    PIC X(8).
           05  HCASEL                    PIC S9(4) COMP.
           05  HCASEF                    PIC X.
           05  FILLER REDEFINES HCASEF.
               10  HCASEA                PIC X.
           05  HCASEI                    PIC X(12).
           05  HREASNL                   PIC S9(4) COMP.
           05  HREASNF                   PIC X.
           05  FILLER REDEFINES HREASNF.
               10  HREASNA               PIC X.
           05  HREASNI                   PIC X(30).
           05  HPLACDL                   PIC S9(4) COMP.
           05  HPLACDF                   PIC X.
           05  FILLER REDEFINES HPLACDF.
               10  HPLACDA               PIC X.
           05  HPLACDI                   PIC X(8).
           05  HINFOL                    PIC S9(4) COMP.
           05  HINFOF                    PIC X.
           05  FILLER REDEFINES HINFOF.
               10  HINFOA                PIC X.
           05  HINFOI                    PIC X(60).
           05  HINFO2L                   PIC S9(4) COMP.
           05  HINFO2F                   PIC X.
           05  FILLER REDEFINES HINFO2F.
               10  HINFO2A               PIC X.
           05  HINFO2I                   PIC X(60).
       01  COMNT0HO REDEFINES COMNT0HI.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  HMSGO                     PIC X(40).
           05  FILLER                    PIC X(3).
           05  HFILEO                    PIC X(1).
           05  FILLER                    PIC X(3).
           05  HACTNO                    PIC X(1).
           05  FILLER                    PIC X(3).
           05  HOPERO                    PIC X(8).
           05  FILLER                    PIC X(3).
           05  HCASEO                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  HREASNO                   PIC X(30).
           05  FILLER                    PIC X(3).
           05  HPLACDO                   PIC X(8).
           05  FILLER                    PIC X(3).
           05  HINFOO                    PIC X(60).
           05  FILLER                    PIC X(3).
           05  HINFO2O                   PIC X(60).
       01  COMNT0GI.
           05  FILLER                    PIC X(12).
           05  GMSGL                     PIC S9(4) COMP.
           05  GMSGF                     PIC X.
           05  FILLER REDEFINES GMSGF.
               10  GMSGA                 PIC X.
           05  GMSGI                     PIC X(40).
           05  GFILEL                    PIC S9(4) COMP.
           05  GFILEF                    PIC X.
           05  FILLER REDEFINES GFILEF.
               10  GFILEA                PIC X.
           05  GFILEI                    PIC X(1).
           05  GACTNL                    PIC S9(4) COMP.
           05  GACTNF                    PIC X.
           05  FILLER REDEFINES GACTNF.
               10  GACTNA                PIC X.
           05  GACTNI                    PIC X(1).
           05  GOPERL                    PIC S9(4) COMP.
           05  GOPERF                    PIC X.
           05  FILLER REDEFINES GOPERF.
               10  GOPERA                PIC X.
           05  GOPERI                    PIC X(8).
           05  GREASNL                   PIC S9(4) COMP.
           05  GREASNF                   PIC X.
           05  FILLER REDEFINES GREASNF.
               10  GREASNA               PIC X.
           05  GREASNI                   PIC X(30).
           05  GADDEDL                   PIC S9(4) COMP.
           05  GADDEDF                   PIC X.
           05  FILLER REDEFINES GADDEDF.
               10  GADDEDA               PIC X.
           05  GADDEDI                   PIC X(8).
           05  GINFOL                    PIC S9(4) COMP.
           05  GINFOF                    PIC X.
           05  FILLER REDEFINES GINFOF.
               10  GINFOA                PIC X.
           05  GINFOI                    PIC X(60).
           05  GINFO2L                   PIC S9(4) COMP.
           05  GINFO2F                   PIC X.
           05  FILLER REDEFINES GINFO2F.
               10  GINFO2A               PIC X.
           05  GINFO2I                   PIC X(60).
       01  COMNT0GO REDEFINES COMNT0GI.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  GMSGO                     PIC X(40).
           05  FILLER                    PIC X(3).
           05  GFILEO                    PIC X(1).
           05  FILLER                    PIC X(3).
           05  GACTNO                    PIC X(1).
           05  FILLER                    PIC X(3).
           05  GOPERO                    PIC X(8).
           05  FILLER                    PIC X(3).
           05  GREASNO                   PIC X(30).
           05  FILLER                    PIC X(3).
           05  GADDEDO                   PIC X(8).
           05  FILLER                    PIC X(3).
           05  GINFOO                    PIC X(60).
           05  FILLER                    PIC X(3).
           05  GINFO2O                   PIC X(60).
       01  COMNT0CI.
           05  FILLER                    PIC X(12).
           05  CMSGL                     PIC S9(4) COMP.
           05  CMSGF                     PIC X.
           05  FILLER REDEFINES CMSGF.
               10  CMSGA                 PIC X.
           05  CMSGI                     PIC X(40).
           05  CFILEL                    PIC S9(4) COMP.
           05  CFILEF                    PIC X.
           05  FILLER REDEFINES CFILEF.
               10  CFILEA                PIC X.
           05  CFILEI                    PIC X(1).
           05  CACTNL                    PIC S9(4) COMP.
           05  CACTNF                    PIC X.
           05  FILLER REDEFINES CACTNF.
               10  CACTNA                PIC X.
           05  CACTNI                    PIC X(1).
           05  CDATEL                    PIC S9(4) COMP.
           05  CDATEF                    PIC X.
           05  FILLER REDEFINES CDATEF.
               10  CDATEA                PIC X.
           05  CDATEI                    PIC X(8).
           05  CTYPEL                    PIC S9(4) COMP.
           05  CTYPEF                    PIC X.
           05  FILLER REDEFINES CTYPEF.
               10  CTYPEA                PIC X.
           05  CTYPEI                    PIC X(1).
           05  CDESCL                    PIC S9(4) COMP.
           05  CDESCF                    PIC X.
           05  FILLER REDEFINES CDESCF.
               10  CDESCA                PIC X.
           05  CDESCI                    PIC X(30).
           05  CADDEDL                   PIC S9(4) COMP.
           05  CADDEDF                   PIC X.
           05  FILLER REDEFINES CADDEDF.
               10  CADDEDA               PIC X.
           05  CADDEDI                   PIC X(8).
           05  CINFOL                    PIC S9(4) COMP.
           05  CINFOF                    PIC X.
           05  FILLER REDEFINES CINFOF.
               10  CINFOA                PIC X.
           05  CINFOI                    PIC X(60).
           05  CINFO2L                   PIC S9(4) COMP.
           05  CINFO2F                   PIC X.
           05  FILLER REDEFINES CINFO2F.
               10  CINFO2A               PIC X.
           05  CINFO2I                   PIC X(60).
       01  COMNT0CO REDEFINES COMNT0CI.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  CMSGO                     PIC X(40).
           05  FILLER                    PIC X(3).
           05  CFILEO                    PIC X(1).
           05  FILLER                    PIC X(3).
           05  CACTNO                    PIC X(1).
           05  FILLER                    PIC X(3).
           05  CDATEO                    PIC X(8).
           05  FILLER                    PIC X(3).
           05  CTYPEO                    PIC X(1).
           05  FILLER                    PIC X(3).
           05  CDESCO                    PIC X(30).
           05  FILLER                    PIC X(3).
           05  CADDEDO                   PIC X(8).
           05  FILLER                    PIC X(3).
           05  CINFOO                    PIC X(60).
           05  FILLER                    PIC X(3).
           05  CINFO2O                   PIC X(60).
