      *================================================================*
      *  MBPUSEL - Branch-Pickup Statement Selection Record           *
      *  Written by BKSTMSEL for every member with an effective       *
      *  CUSTRST branch-pickup (BPU) restriction in the run's cycle,  *
      *  grouped into one bundle per home branch in branch order.     *
      *  Each bundle is a header record (H) with the branch name and  *
      *  run date, one detail record (D) per member carrying the      *
      *  customer master image the print selection carries, and a     *
      *  trailer record (T) with the bundle's member count.  Members  *
      *  whose branch cannot be found on BRNREF are bundled under     *
      *  branch '****' for the branch operations desk to route.       *
      *================================================================*
       01  BPUSEL-RECORD.
           05  BPUSEL-REC-TYPE         PIC X(1).
               88  BPUSEL-HEADER                 VALUE 'H'.
               88  BPUSEL-DETAIL                 VALUE 'D'.
               88  BPUSEL-TRAILER                VALUE 'T'.
           05  BPUSEL-BRANCH-ID        PIC X(4).
           05  BPUSEL-DATA             PIC X(177).
           05  BPUSEL-HEADER-DATA      REDEFINES BPUSEL-DATA.
               10  BPUSEL-BRANCH-NAME  PIC X(25).
               10  BPUSEL-RUN-DATE     PIC 9(8).
               10  FILLER              PIC X(144).
           05  BPUSEL-TRAILER-DATA     REDEFINES BPUSEL-DATA.
               10  BPUSEL-MEMBER-COUNT PIC 9(7).
               10  FILLER              PIC X(170).
