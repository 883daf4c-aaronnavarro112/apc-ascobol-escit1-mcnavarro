      *----------------------------------------------------------------
      * CAMPREC.CPY
      * Record layout for one entry on the CampaignDefs.DAT campaign
      * definition file - a campaign id (the same id RunParm.DAT
      * carries in RpCampaignId and SendHistory.DAT stamps on every
      * row), what the campaign is, and the rules that pick its
      * audience.  Each list is optional: a blank list places no
      * limit on that rule, so a definition with every list blank
      * reaches exactly the graduates a run without a campaign
      * would.  The file is maintained in CmCampaignId order by
      * CampaignMaint.  Shared by CampaignMaint and CSISEmail so
      * both carry the same picture of the file.
      *
      *   CmCourseCode   - one-digit CourseCodes; a graduate passes
      *                    when the primary CourseCode on GradInfo.DAT
      *                    or any course on GradDegrees.DAT is listed
      *   CmCountryCode  - CountryCodes the graduate's CountryCode
      *                    must be one of
      *   CmGradYear     - GradYears taken outright, and
      *   CmMilestone    - reunion milestones in years since
      *                    graduation (05, 10, 25 ...) counted from
      *                    the year of the run; a graduate passes the
      *                    year rule by matching either list
      *   CmDomainRule   - "I" mails only the listed EmailDomains,
      *                    "E" mails everyone but them, blank ignores
      *                    the domain list
      *----------------------------------------------------------------
       01 CampaignRec.
           88 EndCampaignDefs     VALUE HIGH-VALUES.
           02 CmCampaignId        PIC X(8).
           02 CmDescription       PIC X(40).
           02 CmCourseList.
               03 CmCourseCode    OCCURS 10 TIMES PIC X.
           02 CmCountryList.
               03 CmCountryCode   OCCURS 10 TIMES PIC XX.
           02 CmYearList.
               03 CmGradYear      OCCURS 10 TIMES PIC X(4).
           02 CmMilestoneList.
               03 CmMilestone     OCCURS 5 TIMES PIC XX.
           02 CmDomainRule        PIC X.
               88 CmDomainsIncluded VALUE "I".
               88 CmDomainsExcluded VALUE "E".
           02 CmDomainList.
               03 CmDomain        OCCURS 5 TIMES PIC X(20).
