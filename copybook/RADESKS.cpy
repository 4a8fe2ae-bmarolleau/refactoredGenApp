           03 WNEWNOO                  PIC X(10).
           03 FILLER                   PIC X(3).
           03 WMSGO                    PIC X(78).
      *    New policy screen
       01  NPOLI.
           03 FILLER                   PIC X(12).
           03 NCUSTNOL                 PIC S9(4) COMP.
           03 NCUSTNOF                 PIC X.
           03 NCUSTNOI                 PIC X(10).
           03 NTYPEL                   PIC S9(4) COMP.
           03 NTYPEF                   PIC X.
           03 NTYPEI                   PIC X.
           03 NISSUEL                  PIC S9(4) COMP.
           03 NISSUEF                  PIC X.
           03 NISSUEI                  PIC X(10).
           03 NEXPIRYL                 PIC S9(4) COMP.
           03 NEXPIRYF                 PIC X.
           03 NEXPIRYI                 PIC X(10).
           03 NBRKIDL                  PIC S9(4) COMP.
           03 NBRKIDF                  PIC X.
           03 NBRKIDI                  PIC X(10).
           03 NBRKREFL                 PIC S9(4) COMP.
           03 NBRKREFF                 PIC X.
           03 NBRKREFI                 PIC X(10).
           03 NPAYMNTL                 PIC S9(4) COMP.
           03 NPAYMNTF                 PIC X.
           03 NPAYMNTI                 PIC X(6).
           03 NEPROFL                  PIC S9(4) COMP.
           03 NEPROFF                  PIC X.
           03 NEPROFI                  PIC X.
           03 NEEQTYL                  PIC S9(4) COMP.
           03 NEEQTYF                  PIC X.
           03 NEEQTYI                  PIC X.
           03 NEMFNDL                  PIC S9(4) COMP.
           03 NEMFNDF                  PIC X.
           03 NEMFNDI                  PIC X.
           03 NEFUNDL                  PIC S9(4) COMP.
           03 NEFUNDF                  PIC X.
           03 NEFUNDI                  PIC X(10).
           03 NETERML                  PIC S9(4) COMP.
           03 NETERMF                  PIC X.
           03 NETERMI                  PIC X(2).
           03 NESUML                   PIC S9(4) COMP.
           03 NESUMF                   PIC X.
           03 NESUMI                   PIC X(6).
           03 NELIFEL                  PIC S9(4) COMP.
           03 NELIFEF                  PIC X.
           03 NELIFEI                  PIC X(31).
           03 NHPTYPEL                 PIC S9(4) COMP.
           03 NHPTYPEF                 PIC X.
           03 NHPTYPEI                 PIC X(15).
           03 NHBEDSL                  PIC S9(4) COMP.
           03 NHBEDSF                  PIC X.
           03 NHBEDSI                  PIC X(3).
           03 NHVALUEL                 PIC S9(4) COMP.
           03 NHVALUEF                 PIC X.
           03 NHVALUEI                 PIC X(8).
           03 NHNAMEL                  PIC S9(4) COMP.
           03 NHNAMEF                  PIC X.
           03 NHNAMEI                  PIC X(20).
           03 NHNUML                   PIC S9(4) COMP.
           03 NHNUMF                   PIC X.
           03 NHNUMI                   PIC X(4).
           03 NHPCODEL                 PIC S9(4) COMP.
           03 NHPCODEF                 PIC X.
           03 NHPCODEI                 PIC X(8).
           03 NMMAKEL                  PIC S9(4) COMP.
           03 NMMAKEF                  PIC X.
           03 NMMAKEI                  PIC X(15).
           03 NMMODELL                 PIC S9(4) COMP.
           03 NMMODELF                 PIC X.
           03 NMMODELI                 PIC X(15).
           03 NMVALUEL                 PIC S9(4) COMP.
           03 NMVALUEF                 PIC X.
           03 NMVALUEI                 PIC X(6).
           03 NMREGL                   PIC S9(4) COMP.
           03 NMREGF                   PIC X.
           03 NMREGI                   PIC X(7).
           03 NMCOLRL                  PIC S9(4) COMP.
           03 NMCOLRF                  PIC X.
           03 NMCOLRI                  PIC X(8).
           03 NMCCL                    PIC S9(4) COMP.
           03 NMCCF                    PIC X.
           03 NMCCI                    PIC X(4).
           03 NMMANUFL                 PIC S9(4) COMP.
           03 NMMANUFF                 PIC X.
           03 NMMANUFI                 PIC X(10).
           03 NMPREML                  PIC S9(4) COMP.
           03 NMPREMF                  PIC X.
           03 NMPREMI                  PIC X(6).
           03 NMACCSL                  PIC S9(4) COMP.
           03 NMACCSF                  PIC X.
           03 NMACCSI                  PIC X(6).
           03 NPOLNOL                  PIC S9(4) COMP.
           03 NPOLNOF                  PIC X.
           03 NPOLNOI                  PIC X(10).
           03 NMSGL                    PIC S9(4) COMP.
           03 NMSGF                    PIC X.
           03 NMSGI                    PIC X(78).
       01  NPOLO REDEFINES NPOLI.
           03 FILLER                   PIC X(12).
           03 FILLER                   PIC X(3).
           03 NCUSTNOO                 PIC X(10).
           03 FILLER                   PIC X(3).
           03 NTYPEO                   PIC X.
           03 FILLER                   PIC X(3).
           03 NISSUEO                  PIC X(10).
           03 FILLER                   PIC X(3).
           03 NEXPIRYO                 PIC X(10).
           03 FILLER                   PIC X(3).
           03 NBRKIDO                  PIC X(10).
           03 FILLER                   PIC X(3).
           03 NBRKREFO                 PIC X(10).
           03 FILLER                   PIC X(3).
           03 NPAYMNTO                 PIC X(6).
           03 FILLER                   PIC X(3).
           03 NEPROFO                  PIC X.
           03 FILLER                   PIC X(3).
           03 NEEQTYO                  PIC X.
           03 FILLER                   PIC X(3).
           03 NEMFNDO                  PIC X.
           03 FILLER                   PIC X(3).
           03 NEFUNDO                  PIC X(10).
           03 FILLER                   PIC X(3).
           03 NETERMO                  PIC X(2).
           03 FILLER                   PIC X(3).
           03 NESUMO                   PIC X(6).
           03 FILLER                   PIC X(3).
           03 NELIFEO                  PIC X(31).
           03 FILLER                   PIC X(3).
           03 NHPTYPEO                 PIC X(15).
           03 FILLER                   PIC X(3).
           03 NHBEDSO                  PIC X(3).
           03 FILLER                   PIC X(3).
           03 NHVALUEO                 PIC X(8).
           03 FILLER                   PIC X(3).
           03 NHNAMEO                  PIC X(20).
           03 FILLER                   PIC X(3).
           03 NHNUMO                   PIC X(4).
           03 FILLER                   PIC X(3).
           03 NHPCODEO                 PIC X(8).
           03 FILLER                   PIC X(3).
           03 NMMAKEO                  PIC X(15).
           03 FILLER                   PIC X(3).
           03 NMMODELO                 PIC X(15).
           03 FILLER                   PIC X(3).
           03 NMVALUEO                 PIC X(6).
           03 FILLER                   PIC X(3).
           03 NMREGO                   PIC X(7).
           03 FILLER                   PIC X(3).
           03 NMCOLRO                  PIC X(8).
           03 FILLER                   PIC X(3).
           03 NMCCO                    PIC X(4).
           03 FILLER                   PIC X(3).
           03 NMMANUFO                 PIC X(10).
           03 FILLER                   PIC X(3).
           03 NMPREMO                  PIC X(6).
           03 FILLER                   PIC X(3).
           03 NMACCSO                  PIC X(6).
           03 FILLER                   PIC X(3).
           03 NPOLNOO                  PIC X(10).
           03 FILLER                   PIC X(3).
           03 NMSGO                    PIC X(78).
      *    Direct-debit mandate screen
       01  MNDTI.
           03 FILLER                   PIC X(12).
           03 MCUSTNOL                 PIC S9(4) COMP.
           03 MCUSTNOF                 PIC X.
           03 MCUSTNOI                 PIC X(10).
           03 MSTATL                   PIC S9(4) COMP.
           03 MSTATF                   PIC X.
           03 MSTATI                   PIC X.
           03 MREFL                    PIC S9(4) COMP.
           03 MREFF                    PIC X.
           03 MREFI                    PIC X(18).
           03 MANAMEL                  PIC S9(4) COMP.
           03 MANAMEF                  PIC X.
           03 MANAMEI                  PIC X(18).
           03 MSORTL                   PIC S9(4) COMP.
           03 MSORTF                   PIC X.
           03 MSORTI                   PIC X(8).
           03 MACCTL                   PIC S9(4) COMP.
           03 MACCTF                   PIC X.
           03 MACCTI                   PIC X(8).
           03 MCDAYL                   PIC S9(4) COMP.
           03 MCDAYF                   PIC X.
           03 MCDAYI                   PIC X(2).
           03 MLCHGL                   PIC S9(4) COMP.
           03 MLCHGF                   PIC X.
           03 MLCHGI                   PIC X(26).
           03 MACTNL                   PIC S9(4) COMP.
           03 MACTNF                   PIC X.
           03 MACTNI                   PIC X.
           03 MNNAMEL                  PIC S9(4) COMP.
           03 MNNAMEF                  PIC X.
           03 MNNAMEI                  PIC X(18).
           03 MNSORTL                  PIC S9(4) COMP.
           03 MNSORTF                  PIC X.
           03 MNSORTI                  PIC X(6).
           03 MNACCTL                  PIC S9(4) COMP.
           03 MNACCTF                  PIC X.
           03 MNACCTI                  PIC X(8).
           03 MNCDAYL                  PIC S9(4) COMP.
           03 MNCDAYF                  PIC X.
           03 MNCDAYI                  PIC X(2).
           03 MMSGL                    PIC S9(4) COMP.
           03 MMSGF                    PIC X.
           03 MMSGI                    PIC X(78).
       01  MNDTO REDEFINES MNDTI.
           03 FILLER                   PIC X(12).
           03 FILLER                   PIC X(3).
           03 MCUSTNOO                 PIC X(10).
           03 FILLER                   PIC X(3).
           03 MSTATO                   PIC X.
           03 FILLER                   PIC X(3).
           03 MREFO                    PIC X(18).
           03 FILLER                   PIC X(3).
           03 MANAMEO                  PIC X(18).
           03 FILLER                   PIC X(3).
           03 MSORTO                   PIC X(8).
           03 FILLER                   PIC X(3).
           03 MACCTO                   PIC X(8).
           03 FILLER                   PIC X(3).
           03 MCDAYO                   PIC X(2).
           03 FILLER                   PIC X(3).
           03 MLCHGO                   PIC X(26).
           03 FILLER                   PIC X(3).
           03 MACTNO                   PIC X.
           03 FILLER                   PIC X(3).
           03 MNNAMEO                  PIC X(18).
           03 FILLER                   PIC X(3).
           03 MNSORTO                  PIC X(6).
           03 FILLER                   PIC X(3).
           03 MNACCTO                  PIC X(8).
           03 FILLER                   PIC X(3).
           03 MNCDAYO                  PIC X(2).
           03 FILLER                   PIC X(3).
           03 MMSGO                    PIC X(78).
      *    Customer merge screen
       01  MRGEI.
           03 FILLER                   PIC X(12).
           03 GSURVNOL                 PIC S9(4) COMP.
           03 GSURVNOF                 PIC X.
           03 GSURVNOI                 PIC X(10).
           03 GDUPNOL                  PIC S9(4) COMP.
           03 GDUPNOF                  PIC X.
           03 GDUPNOI                  PIC X(10).
           03 GLING OCCURS 10.
              05 GLINL                 PIC S9(4) COMP.
              05 GLINF                 PIC X.
              05 GLINI                 PIC X(76).
           03 GKCNTL                   PIC S9(4) COMP.
           03 GKCNTF                   PIC X.
           03 GKCNTI                   PIC X.
           03 GKCNSL                   PIC S9(4) COMP.
           03 GKCNSF                   PIC X.
           03 GKCNSI                   PIC X.
           03 GCONFL                   PIC S9(4) COMP.
           03 GCONFF                   PIC X.
           03 GCONFI                   PIC X.
           03 GMSGL                    PIC S9(4) COMP.
           03 GMSGF                    PIC X.
           03 GMSGI                    PIC X(78).
       01  MRGEO REDEFINES MRGEI.
           03 FILLER                   PIC X(12).
           03 FILLER                   PIC X(3).
           03 GSURVNOO                 PIC X(10).
           03 FILLER                   PIC X(3).
           03 GDUPNOO                  PIC X(10).
           03 GLINOG OCCURS 10.
              05 FILLER                PIC X(3).
              05 GLINO                 PIC X(76).
           03 FILLER                   PIC X(3).
           03 GKCNTO                   PIC X.
           03 FILLER                   PIC X(3).
           03 GKCNSO                   PIC X.
           03 FILLER                   PIC X(3).
           03 GCONFO                   PIC X.
           03 FILLER                   PIC X(3).
           03 GMSGO                    PIC X(78).
