      *    AUTHORIZATION SCREENS CHECK THE ROW BEFORE EACH GUARDED    *
      *    ACTION; NO ROW (OR ENT-ALLOWED NOT 'Y') MEANS DENIED.      *
      *    FUNCTIONS IN USE: VIEW, EXPORT, FRDCONF, FRDAPPR,          *
      *    MAINTCFG, RELHOLD, DETOKEN, MAINTMRC, ACTVCARD, PINRESET,  *
      *    FRDRECOV, WQASSIGN.                                        *
      *    MAINTAINED BY COPAUSFC, GRANTS JOURNALED ON THE ROW        *
      *    ITSELF.                                                    *
      *----------------------------------------------------------------*
       01  ENTITLEMENT-RECORD.
           05  ENT-KEY.
