      *>*****************************************************************
      *> shopservice                                                    *
      *> Copyright (C) 2020 Stephen Dennis                              *
      *> Available under MIT License.                                   *
      *>                                                                *
      *> Shared service-bridging policy for rehires: an employee        *
      *> rehired within this many calendar days of termination keeps    *
      *> the service earned before the break (the break itself never    *
      *> counts); a longer break starts service over at the rehire.     *
      *> EMPLOYEEASOF applies it, and through it ANNIV's milestones     *
      *> and LEAVELED's accrual bands.  The window is shop policy;      *
      *> change it here, not in the programs.                           *
      *>*****************************************************************
       01  shopservice-bridge-days  pic 9(4) comp-5 value 365.
